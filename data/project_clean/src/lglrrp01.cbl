001100*    08/22/26  LGIT   INITIAL VERSION                           *
001110*    09/02/26  LGIT   NET SUBROGATION RECOVERIES OFF INCURRED   *
001120*    09/02/26  LGIT   NET SALVAGE SALE PROCEEDS OFF INCURRED    *
001130*    10/15/26  LGIT   PREMIUM AND CLAIMS AT OUR CO-INSURANCE    *
001140*                     SHARE                                     *
001150*    10/15/26  LGIT   NET CLAIM EXCESS COLLECTED FROM THE       *
001160*                     INSURED OFF INCURRED                      *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
012000*    SETTLED AMOUNTS PLUS THE OUTSTANDING RESERVE ON OPEN        *
012100*    CLAIMS.  BROKERID 0 IS DIRECT BUSINESS AND IS REPORTED      *
012200*    UNDER THE POLICY-TYPE SECTION ONLY.                         *
012210*    EVERY FIGURE IS AT OUR CO-INSURANCE SHARE - A COMMERCIAL    *
012220*    POLICY'S PREMIUM AND CLAIMS ARE HELD AT 100% OF THE RISK,   *
012230*    SO THEY ARE SCALED BY COMMERCIAL.OURSHAREPCT (NO ROW OR NO  *
012240*    SHARE IS 100%).                                             *
012300     EXEC SQL
012400         DECLARE TYPE-PREM CURSOR FOR
012500           SELECT P.POLICYTYPE,
012510                  SUM(P.PAYMENT * COALESCE(B.OURSHAREPCT, 100)
012520                      / 100)
012600             FROM POLICY P
012610             LEFT OUTER JOIN COMMERCIAL B
012620               ON B.POLICYNUMBER = P.POLICYNUMBER
012700            GROUP BY P.POLICYTYPE
012800            ORDER BY P.POLICYTYPE
012900     END-EXEC.
013000     EXEC SQL
013100         DECLARE BRKR-PREM CURSOR FOR
013200           SELECT P.BROKERID,
013210                  SUM(P.PAYMENT * COALESCE(B.OURSHAREPCT, 100)
013220                      / 100)
013300             FROM POLICY P
013310             LEFT OUTER JOIN COMMERCIAL B
013320               ON B.POLICYNUMBER = P.POLICYNUMBER
013400            WHERE P.BROKERID <> 0
013500            GROUP BY P.BROKERID
013600            ORDER BY P.BROKERID
013700     END-EXEC.
013800 LINKAGE SECTION.
013900 PROCEDURE DIVISION.
019700 2000-TYPE-LINE.
019800     MOVE 0 TO DB2-INCURRED-SUM.
019900     EXEC SQL
020000         SELECT COALESCE(SUM((COALESCE(C.SETTLEDAMOUNT, 0) +
020100                              COALESCE(C.RESERVEAMOUNT, 0))
020110                             * COALESCE(B.OURSHAREPCT, 100)
020120                             / 100), 0)
020200           INTO :DB2-INCURRED-SUM
020300           FROM CLAIM C,
020400                POLICY P
020410                LEFT OUTER JOIN COMMERCIAL B
020420                  ON B.POLICYNUMBER = P.POLICYNUMBER
020500          WHERE C.POLICYNUMBER = P.POLICYNUMBER
020600            AND P.POLICYTYPE = :DB2-POLICYTYPE
020700     END-EXEC.
021230*    GROSS FIGURE OVERSTATES THE MOTOR ACCOUNT
021240     MOVE 0 TO DB2-RECOVERED-SUM.
021250     EXEC SQL
021252         SELECT COALESCE(SUM(S.AMOUNTRECEIVED
021255                    * COALESCE(B.OURSHAREPCT, 100)
021258                    / 100), 0)
021261           INTO :DB2-RECOVERED-SUM
021262           FROM SUBROGATION S,
021263                CLAIM C,
021264                POLICY P
021266                LEFT OUTER JOIN COMMERCIAL B
021268                  ON B.POLICYNUMBER = P.POLICYNUMBER
021270          WHERE S.CLAIMNUMBER  = C.CLAIMNUMBER
021272            AND C.POLICYNUMBER = P.POLICYNUMBER
021274            AND P.POLICYTYPE = :DB2-POLICYTYPE
021276     END-EXEC.
021278     IF SQLCODE EQUAL 0 OR SQLCODE EQUAL 100
021280         SUBTRACT DB2-RECOVERED-SUM FROM DB2-INCURRED-SUM
021281     END-IF.
021282     MOVE 0 TO DB2-RECOVERED-SUM.
021283     EXEC SQL
021285         SELECT COALESCE(SUM(T.SALVAGEPROCEEDS
021286                    * COALESCE(B.OURSHAREPCT, 100)
021287                    / 100), 0)
021288           INTO :DB2-RECOVERED-SUM
021290           FROM TOTALLOSS T,
021291                CLAIM C,
021292                POLICY P
021293                LEFT OUTER JOIN COMMERCIAL B
021295                  ON B.POLICYNUMBER = P.POLICYNUMBER
021296          WHERE T.CLAIMNUMBER  = C.CLAIMNUMBER
021297            AND C.POLICYNUMBER = P.POLICYNUMBER
021298            AND P.POLICYTYPE = :DB2-POLICYTYPE
021300     END-EXEC.
021301     IF SQLCODE EQUAL 0 OR SQLCODE EQUAL 100
021302         SUBTRACT DB2-RECOVERED-SUM FROM DB2-INCURRED-SUM
021304     END-IF.
021308*    A CLAIM PAID GROSS OF THE EXCESS HAS THE EXCESS
021312*    COLLECTED BACK FROM THE INSURED - WHAT HAS COME IN
021316*    COMES OFF THE INCURRED COST
021320     MOVE 0 TO DB2-RECOVERED-SUM.
021324     EXEC SQL
021329         SELECT COALESCE(SUM(X.AMOUNTPAID
021333                    * COALESCE(B.OURSHAREPCT, 100)
021337                    / 100), 0)
021341           INTO :DB2-RECOVERED-SUM
021345           FROM EXCESSRECEIVABLE X,
021349                CLAIM C,
021354                POLICY P
021358                LEFT OUTER JOIN COMMERCIAL B
021362                  ON B.POLICYNUMBER = P.POLICYNUMBER
021366          WHERE X.CLAIMNUMBER  = C.CLAIMNUMBER
021370            AND C.POLICYNUMBER = P.POLICYNUMBER
021374            AND P.POLICYTYPE = :DB2-POLICYTYPE
021379     END-EXEC.
021383     IF SQLCODE EQUAL 0 OR SQLCODE EQUAL 100
021387         SUBTRACT DB2-RECOVERED-SUM FROM DB2-INCURRED-SUM
021391     END-IF.
021395     PERFORM 7000-COMPUTE-RATIO THRU 7000-EXIT.
021400     MOVE SPACES TO LR-D-KEY.
021500     MOVE DB2-POLICYTYPE   TO LR-D-KEY(1:1).
021600     MOVE DB2-PREMIUM-SUM  TO LR-D-PREMIUM.
024700 4000-BROKER-LINE.
024800     MOVE 0 TO DB2-INCURRED-SUM.
024900     EXEC SQL
025000         SELECT COALESCE(SUM((COALESCE(C.SETTLEDAMOUNT, 0) +
025100                              COALESCE(C.RESERVEAMOUNT, 0))
025110                             * COALESCE(B.OURSHAREPCT, 100)
025120                             / 100), 0)
025200           INTO :DB2-INCURRED-SUM
025300           FROM CLAIM C,
025400                POLICY P
025410                LEFT OUTER JOIN COMMERCIAL B
025420                  ON B.POLICYNUMBER = P.POLICYNUMBER
025500          WHERE C.POLICYNUMBER = P.POLICYNUMBER
025600            AND P.BROKERID = :DB2-BROKERID-INT
025700     END-EXEC.
026200     END-IF.
026210     MOVE 0 TO DB2-RECOVERED-SUM.
026220     EXEC SQL
026225         SELECT COALESCE(SUM(S.AMOUNTRECEIVED
026230                    * COALESCE(B.OURSHAREPCT, 100)
026235                    / 100), 0)
026240           INTO :DB2-RECOVERED-SUM
026250           FROM SUBROGATION S,
026260                CLAIM C,
026270                POLICY P
026273                LEFT OUTER JOIN COMMERCIAL B
026276                  ON B.POLICYNUMBER = P.POLICYNUMBER
026280          WHERE S.CLAIMNUMBER  = C.CLAIMNUMBER
026281            AND C.POLICYNUMBER = P.POLICYNUMBER
026282            AND P.BROKERID = :DB2-BROKERID-INT
026283     END-EXEC.
026284     IF SQLCODE EQUAL 0 OR SQLCODE EQUAL 100
026286         SUBTRACT DB2-RECOVERED-SUM FROM DB2-INCURRED-SUM
026287     END-IF.
026288     MOVE 0 TO DB2-RECOVERED-SUM.
026289     EXEC SQL
026290         SELECT COALESCE(SUM(T.SALVAGEPROCEEDS
026292                    * COALESCE(B.OURSHAREPCT, 100)
026293                    / 100), 0)
026294           INTO :DB2-RECOVERED-SUM
026295           FROM TOTALLOSS T,
026296                CLAIM C,
026298                POLICY P
026299                LEFT OUTER JOIN COMMERCIAL B
026300                  ON B.POLICYNUMBER = P.POLICYNUMBER
026301          WHERE T.CLAIMNUMBER  = C.CLAIMNUMBER
026302            AND C.POLICYNUMBER = P.POLICYNUMBER
026304            AND P.BROKERID = :DB2-BROKERID-INT
026305     END-EXEC.
026306     IF SQLCODE EQUAL 0 OR SQLCODE EQUAL 100
026307         SUBTRACT DB2-RECOVERED-SUM FROM DB2-INCURRED-SUM
026309     END-IF.
026312*    A CLAIM PAID GROSS OF THE EXCESS HAS THE EXCESS
026316*    COLLECTED BACK FROM THE INSURED - WHAT HAS COME IN
026320*    COMES OFF THE INCURRED COST
026324     MOVE 0 TO DB2-RECOVERED-SUM.
026328     EXEC SQL
026332         SELECT COALESCE(SUM(X.AMOUNTPAID
026336                    * COALESCE(B.OURSHAREPCT, 100)
026340                    / 100), 0)
026344           INTO :DB2-RECOVERED-SUM
026348           FROM EXCESSRECEIVABLE X,
026352                CLAIM C,
026356                POLICY P
026360                LEFT OUTER JOIN COMMERCIAL B
026364                  ON B.POLICYNUMBER = P.POLICYNUMBER
026368          WHERE X.CLAIMNUMBER  = C.CLAIMNUMBER
026372            AND C.POLICYNUMBER = P.POLICYNUMBER
026376            AND P.BROKERID = :DB2-BROKERID-INT
026380     END-EXEC.
026384     IF SQLCODE EQUAL 0 OR SQLCODE EQUAL 100
026388         SUBTRACT DB2-RECOVERED-SUM FROM DB2-INCURRED-SUM
026392     END-IF.
026396     PERFORM 7000-COMPUTE-RATIO THRU 7000-EXIT.
026400     MOVE SPACES TO LR-D-KEY.
026450     MOVE DB2-BROKERID-INT TO WS-BROKERID-DISP.
026500     MOVE WS-BROKERID-DISP TO LR-D-KEY.
