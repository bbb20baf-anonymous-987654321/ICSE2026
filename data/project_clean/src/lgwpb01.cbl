001101*    09/02/26  LGIT   DECLINED ('D') AND DEATH-SETTLED          *
001102*                     ('X') POLICIES EXCLUDED FROM THE          *
001103*                     LIVE-POLICY SELECTIONS                    *
001135*    10/15/26  LGIT   PAID-UP POLICIES DECLARED ON THEIR REDUCED*
001167*                     PAIDUPSUMASSURED                          *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
009000     EXEC SQL
009100         INCLUDE SQLCA
009200     END-EXEC.
009210*    A PAID-UP POLICY EARNS ITS BONUS ON THE REDUCED SUM ASSURED
009300     EXEC SQL
009400         DECLARE WP-POLICY CURSOR FOR
009466           SELECT P.POLICYNUMBER, E.FUNDNAME,
009533                  COALESCE(E.PAIDUPSUMASSURED, E.SUMASSURED)
009600             FROM POLICY P,
009700                  ENDOWMENT E
009800            WHERE P.POLICYNUMBER = E.POLICYNUMBER
