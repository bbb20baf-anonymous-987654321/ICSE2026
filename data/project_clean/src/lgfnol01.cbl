001191*    09/02/26  LGIT   DECLINED ('D') AND DEATH-SETTLED          *
001192*                     ('X') POLICIES EXCLUDED FROM THE          *
001193*                     LIVE-POLICY SELECTIONS                    *
001194*    10/15/26  LGIT   EACH REGISTERED CLAIM IS ALLOCATED TO A   *
001195*                     HANDLER BY CLAIM TYPE, AUTHORITY AND OPEN *
001196*                     CASELOAD                                  *
001197*    10/15/26  LGIT   NO CLAIM IS ALLOCATED TO A HANDLER WITH A *
001198*                     DECLARED CONNECTION TO THE CUSTOMER       *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
005320 01  WS-FASTTRACK                PIC X(01) VALUE 'N'.
005330 01  WS-FT-RULE-COUNT            PIC S9(9) COMP VALUE +0.
005340 01  WS-FT-FLAGGED-COUNT         PIC S9(9) COMP VALUE +0.
005341 77  WS-UNALLOC-COUNT            PIC 9(07) COMP-3 VALUE 0.
005342 01  WS-HANDLER-ID               PIC X(08) VALUE SPACES.
005400*****************************************************************
005500*    THE SHOP'S CLAIM TYPE LIST AND THE SAME FREQUENCY          *
005600*    THRESHOLD THE ONLINE SCREENING USES                        *
011140         'OF WHICH FAST-TRACK SETTLED'.
011150     05  FR-S4-COUNT             PIC ZZZ,ZZ9.
011160     05  FILLER                  PIC X(70) VALUE SPACES.
011161 01  FR-SUMMARY-LINE-5.
011162     05  FILLER                  PIC X(20) VALUE SPACES.
011163     05  FILLER                  PIC X(36) VALUE
011164         'OF WHICH LEFT WITHOUT A HANDLER'.
011165     05  FR-S5-COUNT             PIC ZZZ,ZZ9.
011166     05  FILLER                  PIC X(70) VALUE SPACES.
011200     EXEC SQL
011300         INCLUDE SQLCA
011400     END-EXEC.
032600         GO TO 9999-EXIT
032700     END-IF.
032800     ADD 1 TO WS-ACCEPTED-COUNT.
032801     PERFORM 2450-ALLOCATE-HANDLER THRU 2450-EXIT.
032810     IF WS-FASTTRACK EQUAL 'Y'
032820         EXEC SQL
032830             UPDATE CLAIM
034900     END-IF.
035000 2400-EXIT.
035100     EXIT.
035101*****************************************************************
035103*    2450-ALLOCATE-HANDLER - THE ONLINE ADD'S ALLOCATION: THE    *
035105*    ACTIVE, NON-ABSENT HANDLER WHO TAKES THE CLAIM TYPE, WHOSE  *
035106*    SETTLEMENT AUTHORITY COVERS THE AMOUNT, WITH THE LIGHTEST   *
035108*    OPEN CASELOAD.  NOBODY QUALIFYING LEAVES THE CLAIM FOR THE  *
035110*    REDISTRIBUTION RUN (LGHNDR01).  A HANDLER CONNECTED TO THE  *
035111*    CUSTOMER (STAFFCONNECTION, KEPT BY LGSCON01) IS PASSED OVER *
035113*****************************************************************
035115 2450-ALLOCATE-HANDLER.
035116     MOVE SPACES TO WS-HANDLER-ID.
035118     EXEC SQL
035120         SELECT S.OPERATORID
035121           INTO :WS-HANDLER-ID
035123           FROM STAFFUSER S
035125                INNER JOIN AUTHORITYLIMIT A
035126                   ON A.STAFFROLE = S.STAFFROLE
035128                  AND A.TXNTYPE   = 'S'
035130                LEFT OUTER JOIN
035131                ( SELECT HANDLERID, COUNT(*) AS OPENCOUNT
035133                    FROM CLAIM
035135                   WHERE STATUS IN ('O', 'R')
035136                   GROUP BY HANDLERID ) L
035138                   ON L.HANDLERID = S.OPERATORID
035140          WHERE COALESCE(S.STATUS, 'A')     = 'A'
035141            AND COALESCE(S.ABSENTFLAG, 'N') = 'N'
035143            AND LOCATE(:FN-CLAIM-TYPE,
035145                       COALESCE(S.CLAIMTYPES, ' ')) > 0
035146            AND A.LIMITAMOUNT >= :DB2-CLAIMAMOUNT-INT
035148            AND NOT EXISTS
035150                ( SELECT 1
035151                    FROM STAFFCONNECTION K
035153                   WHERE K.OPERATORID     = S.OPERATORID
035155                     AND K.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
035156                     AND ( K.ENDDATE IS NULL
035158                        OR K.ENDDATE > CURRENT DATE ) )
035160          ORDER BY COALESCE(L.OPENCOUNT, 0), S.OPERATORID
035161          FETCH FIRST 1 ROW ONLY
035163     END-EXEC.
035165     IF SQLCODE EQUAL 100
035166         ADD 1 TO WS-UNALLOC-COUNT
035168         GO TO 2450-EXIT
035170     END-IF.
035171     IF SQLCODE NOT EQUAL 0
035173         DISPLAY 'LGFNOL01 - HANDLER SELECT FAILED, SQLCODE='
035175                 SQLCODE
035176         GO TO 9999-EXIT
035178     END-IF.
035180     EXEC SQL
035181         UPDATE CLAIM
035183            SET HANDLERID = :WS-HANDLER-ID
035185          WHERE CLAIMNUMBER = IDENTITY_VAL_LOCAL()
035186     END-EXEC.
035188     IF SQLCODE NOT EQUAL 0
035190         DISPLAY 'LGFNOL01 - HANDLER UPDATE FAILED, SQLCODE='
035191                 SQLCODE
035193         GO TO 9999-EXIT
035195     END-IF.
035196 2450-EXIT.
035198     EXIT.
035200*****************************************************************
035300*    8000-FINALIZE                                             *
035400*****************************************************************
036100     WRITE FR-REPORT-LINE FROM FR-SUMMARY-LINE-3.
036110     MOVE WS-FASTTRACK-COUNT TO FR-S4-COUNT.
036120     WRITE FR-REPORT-LINE FROM FR-SUMMARY-LINE-4.
036121     MOVE WS-UNALLOC-COUNT TO FR-S5-COUNT.
036122     WRITE FR-REPORT-LINE FROM FR-SUMMARY-LINE-5.
036200     CLOSE FNOL-INPUT-FILE.
036300     CLOSE FNOL-REPORT-FILE.
036400 8000-EXIT.
