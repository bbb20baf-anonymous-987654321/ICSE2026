000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGCOIC01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        CONFLICT OF INTEREST SUBPROGRAM - CALLED BY THE
000800                 CLAIM REGISTRATION AND UPDATE (LGACLM01,
000900                 LGUCLM01 - AND SO THE SETTLEMENT RE-DRIVEN BY
001000                 LGAPP01), INTERIM PAYMENT (LGINTP01), CHEQUE
001100                 REISSUE (LGCHQM01), POLICY CANCELLATION
001200                 (LGCPDB01) AND HELPDESK UNLOCK (LGHDCS01)
001300                 TRANSACTIONS BEFORE THEY ACT.  A USER WITH AN
001400                 ACTIVE STAFFCONNECTION ROW FOR THE CUSTOMER -
001500                 THE USER'S OWN RECORD OR A DECLARED CONNECTED
001600                 PARTY - IS REFUSED.  EVERY REFUSAL IS LOGGED ON
001700                 COIBLOCK WITH THE HANDLER THE WORK WAS ROUTED
001800                 TO, AND LGCOIR01 REPORTS THE MONTH'S REFUSALS
001900                 TO COMPLIANCE.
002000*****************************************************************
002100*    MODIFICATION HISTORY                                      *
002200*    DATE      INIT   DESCRIPTION                               *
002300*    10/15/26  LGIT   INITIAL VERSION                           *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.    IBM-370.
002800 OBJECT-COMPUTER.    IBM-370.
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100 77  WS-CONNECTED-COUNT          PIC S9(9) COMP VALUE +0.
003200 01  DB2-OPERATORID              PIC X(08).
003300 01  DB2-CUSTOMERNUM-INT         PIC S9(9) COMP.
003400 01  DB2-POLICYNUM-INT           PIC S9(9) COMP.
003500 01  DB2-CLAIMNUM-INT            PIC S9(9) COMP.
003600 01  DB2-RELATIONSHIP            PIC X(01).
003700 01  DB2-STAFF-ROLE              PIC X(03).
003800 01  DB2-CLAIM-TYPE              PIC X(01).
003900 01  DB2-RESERVE-AMT             PIC S9(9)V99 COMP-3.
004000 01  DB2-FROM-HANDLER            PIC X(08).
004100 01  DB2-TO-HANDLER              PIC X(08).
004200 01  DB2-TASK-DESC               PIC X(40).
004300     EXEC SQL
004400         INCLUDE SQLCA
004500     END-EXEC.
004600 LINKAGE SECTION.
004700     COPY LGCOIC.
004800 PROCEDURE DIVISION USING COI-REQUEST.
004900*****************************************************************
005000*    0000-MAINLINE                                             *
005100*****************************************************************
005200 0000-MAINLINE SECTION.
005300     MOVE '00'   TO COI-RC.
005400     MOVE ZERO   TO COI-SQLCODE.
005500     MOVE SPACES TO COI-RELATIONSHIP.
005600     MOVE SPACES TO COI-ROUTED-TO.
005700     IF COI-OPERATOR-ID EQUAL SPACES
005800         GO TO 0000-MAINLINE-EXIT
005900     END-IF.
006000     MOVE COI-OPERATOR-ID  TO DB2-OPERATORID.
006100     MOVE COI-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT.
006200     MOVE COI-POLICY-NUM   TO DB2-POLICYNUM-INT.
006300     MOVE COI-CLAIM-NUM    TO DB2-CLAIMNUM-INT.
006400     PERFORM 1000-RESOLVE-CUSTOMER THRU 1000-EXIT.
006500     IF COI-RC NOT EQUAL '00' OR DB2-CUSTOMERNUM-INT EQUAL ZERO
006600         GO TO 0000-MAINLINE-EXIT
006700     END-IF.
006800     PERFORM 2000-CHECK-CONNECTION THRU 2000-EXIT.
006900     IF COI-RC NOT EQUAL '01'
007000         GO TO 0000-MAINLINE-EXIT
007100     END-IF.
007200     IF DB2-CLAIMNUM-INT GREATER THAN ZERO
007300         PERFORM 3000-ROUTE-CLAIM THRU 3000-EXIT
007400     ELSE
007500         PERFORM 4000-ROUTE-ITEM THRU 4000-EXIT
007600     END-IF.
007700     IF COI-RC EQUAL '01'
007800         PERFORM 5000-LOG-BLOCK THRU 5000-EXIT
007900     END-IF.
008000 0000-MAINLINE-EXIT.
008100     GOBACK.
008200*****************************************************************
008300*    1000-RESOLVE-CUSTOMER - WORK UP FROM THE CLAIM OR POLICY  *
008400*    TO THE CUSTOMER.  AN ITEM NOT ON FILE IS LEFT FOR THE     *
008500*    CALLER'S OWN NOT-FOUND HANDLING (CUSTOMER ZERO - PROCEED) *
008600*****************************************************************
008700 1000-RESOLVE-CUSTOMER.
008800     IF DB2-CLAIMNUM-INT GREATER THAN ZERO
008900         EXEC SQL
009000             SELECT POLICYNUMBER
009100               INTO :DB2-POLICYNUM-INT
009200               FROM CLAIM
009300              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
009400         END-EXEC
009500         EVALUATE SQLCODE
009600             WHEN 0
009700                 MOVE ZERO TO DB2-CUSTOMERNUM-INT
009800             WHEN 100
009900                 MOVE ZERO TO DB2-CUSTOMERNUM-INT
010000                 GO TO 1000-EXIT
010100             WHEN OTHER
010200                 MOVE '90'    TO COI-RC
010300                 MOVE SQLCODE TO COI-SQLCODE
010400                 GO TO 1000-EXIT
010500         END-EVALUATE
010600     END-IF.
010700     IF DB2-POLICYNUM-INT GREATER THAN ZERO
010800        AND DB2-CUSTOMERNUM-INT EQUAL ZERO
010900         EXEC SQL
011000             SELECT CUSTOMERNUMBER
011100               INTO :DB2-CUSTOMERNUM-INT
011200               FROM POLICY
011300              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
011400         END-EXEC
011500         EVALUATE SQLCODE
011600             WHEN 0
011700                 CONTINUE
011800             WHEN 100
011900                 MOVE ZERO TO DB2-CUSTOMERNUM-INT
012000             WHEN OTHER
012100                 MOVE '90'    TO COI-RC
012200                 MOVE SQLCODE TO COI-SQLCODE
012300         END-EVALUATE
012400     END-IF.
012500 1000-EXIT.
012600     EXIT.
012700*****************************************************************
012800*    2000-CHECK-CONNECTION - AN ACTIVE DECLARATION IS ONE NOT   *
012900*    YET ENDED, OR ENDED WITH A FUTURE DATE                     *
013000*****************************************************************
013100 2000-CHECK-CONNECTION.
013200     EXEC SQL
013300         SELECT RELATIONSHIP
013400           INTO :DB2-RELATIONSHIP
013500           FROM STAFFCONNECTION
013600          WHERE OPERATORID     = :DB2-OPERATORID
013700            AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
013800            AND ( ENDDATE IS NULL
013900               OR ENDDATE > CURRENT DATE )
014000     END-EXEC.
014100     EVALUATE SQLCODE
014200         WHEN 0
014300             MOVE '01'             TO COI-RC
014400             MOVE DB2-RELATIONSHIP TO COI-RELATIONSHIP
014500         WHEN 100
014600             CONTINUE
014700         WHEN OTHER
014800             MOVE '90'    TO COI-RC
014900             MOVE SQLCODE TO COI-SQLCODE
015000     END-EVALUATE.
015100 2000-EXIT.
015200     EXIT.
015300*****************************************************************
015400*    3000-ROUTE-CLAIM - A CLAIM STAYS WITH ITS HANDLER UNLESS   *
015500*    THE HANDLER IS THE REFUSED USER, IS ALSO CONNECTED TO THE  *
015600*    CUSTOMER, OR THERE IS NONE - THEN IT IS REALLOCATED.  THE  *
015700*    HANDLER IS GIVEN A DIARY TASK FOR THE REFUSED ACTION       *
015800*****************************************************************
015900 3000-ROUTE-CLAIM.
016000     EXEC SQL
016100         SELECT COALESCE(CLAIMTYPE, ' '),
016200                COALESCE(RESERVEAMOUNT, AMOUNT),
016300                COALESCE(HANDLERID, ' ')
016400           INTO :DB2-CLAIM-TYPE, :DB2-RESERVE-AMT,
016500                :DB2-FROM-HANDLER
016600           FROM CLAIM
016700          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
016800     END-EXEC.
016900     IF SQLCODE NOT EQUAL 0
017000         MOVE '90'    TO COI-RC
017100         MOVE SQLCODE TO COI-SQLCODE
017200         GO TO 3000-EXIT
017300     END-IF.
017400     MOVE DB2-FROM-HANDLER TO DB2-TO-HANDLER.
017500     MOVE ZERO TO WS-CONNECTED-COUNT.
017600     IF DB2-FROM-HANDLER NOT EQUAL SPACES
017700        AND DB2-FROM-HANDLER NOT EQUAL DB2-OPERATORID
017800         EXEC SQL
017900             SELECT COUNT(*)
018000               INTO :WS-CONNECTED-COUNT
018100               FROM STAFFCONNECTION
018200              WHERE OPERATORID     = :DB2-FROM-HANDLER
018300                AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
018400                AND ( ENDDATE IS NULL
018500                   OR ENDDATE > CURRENT DATE )
018600         END-EXEC
018700         IF SQLCODE NOT EQUAL 0
018800             MOVE '90'    TO COI-RC
018900             MOVE SQLCODE TO COI-SQLCODE
019000             GO TO 3000-EXIT
019100         END-IF
019200     END-IF.
019300     IF DB2-FROM-HANDLER EQUAL SPACES
019400        OR DB2-FROM-HANDLER EQUAL DB2-OPERATORID
019500        OR WS-CONNECTED-COUNT GREATER THAN ZERO
019600         PERFORM 3100-SELECT-HANDLER THRU 3100-EXIT
019700         IF COI-RC NOT EQUAL '01' OR DB2-TO-HANDLER EQUAL SPACES
019800             GO TO 3000-EXIT
019900         END-IF
020000         PERFORM 3200-REASSIGN-CLAIM THRU 3200-EXIT
020100         IF COI-RC NOT EQUAL '01'
020200             GO TO 3000-EXIT
020300         END-IF
020400     END-IF.
020500     MOVE DB2-TO-HANDLER TO COI-ROUTED-TO.
020600     PERFORM 3300-RAISE-DIARY THRU 3300-EXIT.
020700 3000-EXIT.
020800     EXIT.
020900*****************************************************************
021000*    3100-SELECT-HANDLER - THE ALLOCATION RULE LGACLM01 AND     *
021100*    LGHNDR01 USE (CLAIM TYPE, SETTLEMENT AUTHORITY, LIGHTEST   *
021200*    OPEN CASELOAD), LEAVING OUT THE REFUSED USER AND ANYONE    *
021300*    ELSE CONNECTED TO THE CUSTOMER                             *
021400*****************************************************************
021500 3100-SELECT-HANDLER.
021600     MOVE SPACES TO DB2-TO-HANDLER.
021700     EXEC SQL
021800         SELECT S.OPERATORID
021900           INTO :DB2-TO-HANDLER
022000           FROM STAFFUSER S
022100                INNER JOIN AUTHORITYLIMIT A
022200                   ON A.STAFFROLE = S.STAFFROLE
022300                  AND A.TXNTYPE   = 'S'
022400                LEFT OUTER JOIN
022500                ( SELECT HANDLERID, COUNT(*) AS OPENCOUNT
022600                    FROM CLAIM
022700                   WHERE STATUS IN ('O', 'R')
022800                   GROUP BY HANDLERID ) L
022900                   ON L.HANDLERID = S.OPERATORID
023000          WHERE COALESCE(S.STATUS, 'A')     = 'A'
023100            AND COALESCE(S.ABSENTFLAG, 'N') = 'N'
023200            AND LOCATE(:DB2-CLAIM-TYPE,
023300                       COALESCE(S.CLAIMTYPES, ' ')) > 0
023400            AND A.LIMITAMOUNT >= :DB2-RESERVE-AMT
023500            AND S.OPERATORID  <> :DB2-OPERATORID
023600            AND NOT EXISTS
023700                ( SELECT 1
023800                    FROM STAFFCONNECTION K
023900                   WHERE K.OPERATORID     = S.OPERATORID
024000                     AND K.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
024100                     AND ( K.ENDDATE IS NULL
024200                        OR K.ENDDATE > CURRENT DATE ) )
024300          ORDER BY COALESCE(L.OPENCOUNT, 0), S.OPERATORID
024400          FETCH FIRST 1 ROW ONLY
024500     END-EXEC.
024600     EVALUATE SQLCODE
024700         WHEN 0
024800             CONTINUE
024900         WHEN 100
025000             MOVE SPACES TO DB2-TO-HANDLER
025100         WHEN OTHER
025200             MOVE SPACES  TO DB2-TO-HANDLER
025300             MOVE '90'    TO COI-RC
025400             MOVE SQLCODE TO COI-SQLCODE
025500     END-EVALUATE.
025600 3100-EXIT.
025700     EXIT.
025800*****************************************************************
025900*    3200-REASSIGN-CLAIM - MOVE THE CLAIM AND ITS OPEN DIARY    *
026000*    TASKS (THE OLD HANDLER'S, THE REFUSED USER'S AND ANY       *
026100*    UNOWNED) AND LOG THE MOVE AS LGHNDR01 DOES, REASON COI     *
026200*****************************************************************
026300 3200-REASSIGN-CLAIM.
026400     EXEC SQL
026500         UPDATE CLAIM
026600            SET HANDLERID   = :DB2-TO-HANDLER,
026700                LASTCHANGED = CURRENT TIMESTAMP
026800          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
026900     END-EXEC.
027000     IF SQLCODE NOT EQUAL 0
027100         MOVE '90'    TO COI-RC
027200         MOVE SQLCODE TO COI-SQLCODE
027300         GO TO 3200-EXIT
027400     END-IF.
027500     EXEC SQL
027600         UPDATE CLAIMDIARY
027700            SET OWNERID = :DB2-TO-HANDLER
027800          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
027900            AND STATUS      = 'O'
028000            AND ( OWNERID = :DB2-FROM-HANDLER
028100               OR OWNERID = :DB2-OPERATORID
028200               OR OWNERID = ' ' )
028300     END-EXEC.
028400     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
028500         MOVE '90'    TO COI-RC
028600         MOVE SQLCODE TO COI-SQLCODE
028700         GO TO 3200-EXIT
028800     END-IF.
028900     EXEC SQL
029000         INSERT INTO HANDLERREASSIGN
029100                   ( CLAIMNUMBER,
029200                     FROMHANDLER,
029300                     TOHANDLER,
029400                     REASONCODE,
029500                     RESERVEAMOUNT,
029600                     REASSIGNTIME )
029700            VALUES ( :DB2-CLAIMNUM-INT,
029800                     :DB2-FROM-HANDLER,
029900                     :DB2-TO-HANDLER,
030000                     'COI',
030100                     :DB2-RESERVE-AMT,
030200                     CURRENT TIMESTAMP )
030300     END-EXEC.
030400     IF SQLCODE NOT EQUAL 0
030500         MOVE '90'    TO COI-RC
030600         MOVE SQLCODE TO COI-SQLCODE
030700     END-IF.
030800 3200-EXIT.
030900     EXIT.
031000*****************************************************************
031100*    3300-RAISE-DIARY - THE HANDLER IS TOLD WHAT THE CONNECTED  *
031200*    USER TRIED TO DO, DUE TODAY                                *
031300*****************************************************************
031400 3300-RAISE-DIARY.
031500     MOVE SPACES TO DB2-TASK-DESC.
031600     STRING 'CONFLICT REFERRAL - ' DELIMITED BY SIZE
031700            COI-REQUEST-ID         DELIMITED BY SIZE
031800            ' REFUSED TO '         DELIMITED BY SIZE
031900            COI-OPERATOR-ID        DELIMITED BY SPACE
032000       INTO DB2-TASK-DESC.
032100     EXEC SQL
032200         INSERT INTO CLAIMDIARY
032300                   ( CLAIMNUMBER,
032400                     DIARYSEQ,
032500                     TASKTYPE,
032600                     TASKDESC,
032700                     DUEDATE,
032800                     OWNERID,
032900                     STATUS,
033000                     CREATEDTIME )
033100            SELECT :DB2-CLAIMNUM-INT,
033200                   COALESCE(MAX(DIARYSEQ), 0) + 1,
033300                   'COI',
033400                   :DB2-TASK-DESC,
033500                   CURRENT DATE,
033600                   :DB2-TO-HANDLER,
033700                   'O',
033800                   CURRENT TIMESTAMP
033900              FROM CLAIMDIARY
034000             WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
034100     END-EXEC.
034200     IF SQLCODE NOT EQUAL 0
034300         MOVE '90'    TO COI-RC
034400         MOVE SQLCODE TO COI-SQLCODE
034500     END-IF.
034600 3300-EXIT.
034700     EXIT.
034800*****************************************************************
034900*    4000-ROUTE-ITEM - ANYTHING BUT A CLAIM GOES TO AN ACTIVE,  *
035000*    PRESENT COLLEAGUE IN THE REFUSED USER'S ROLE WHO IS NOT    *
035100*    CONNECTED TO THE CUSTOMER, THE ONE ROUTED FEWEST ITEMS     *
035200*    TODAY FIRST SO THE REFERRALS ARE SHARED                    *
035300*****************************************************************
035400 4000-ROUTE-ITEM.
035500     MOVE SPACES TO DB2-STAFF-ROLE.
035600     EXEC SQL
035700         SELECT COALESCE(STAFFROLE, ' ')
035800           INTO :DB2-STAFF-ROLE
035900           FROM STAFFUSER
036000          WHERE OPERATORID = :DB2-OPERATORID
036100     END-EXEC.
036200     EVALUATE SQLCODE
036300         WHEN 0
036400             CONTINUE
036500         WHEN 100
036600             GO TO 4000-EXIT
036700         WHEN OTHER
036800             MOVE '90'    TO COI-RC
036900             MOVE SQLCODE TO COI-SQLCODE
037000             GO TO 4000-EXIT
037100     END-EVALUATE.
037200     MOVE SPACES TO DB2-TO-HANDLER.
037300     EXEC SQL
037400         SELECT S.OPERATORID
037500           INTO :DB2-TO-HANDLER
037600           FROM STAFFUSER S
037700          WHERE S.STAFFROLE   = :DB2-STAFF-ROLE
037800            AND S.OPERATORID <> :DB2-OPERATORID
037900            AND COALESCE(S.STATUS, 'A')     = 'A'
038000            AND COALESCE(S.ABSENTFLAG, 'N') = 'N'
038100            AND NOT EXISTS
038200                ( SELECT 1
038300                    FROM STAFFCONNECTION K
038400                   WHERE K.OPERATORID     = S.OPERATORID
038500                     AND K.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
038600                     AND ( K.ENDDATE IS NULL
038700                        OR K.ENDDATE > CURRENT DATE ) )
038800          ORDER BY ( SELECT COUNT(*)
038900                       FROM COIBLOCK B
039000                      WHERE B.ROUTEDTO = S.OPERATORID
039100                        AND DATE(B.BLOCKTIME) = CURRENT DATE ),
039200                   S.OPERATORID
039300          FETCH FIRST 1 ROW ONLY
039400     END-EXEC.
039500     EVALUATE SQLCODE
039600         WHEN 0
039700             MOVE DB2-TO-HANDLER TO COI-ROUTED-TO
039800         WHEN 100
039900             CONTINUE
040000         WHEN OTHER
040100             MOVE '90'    TO COI-RC
040200             MOVE SQLCODE TO COI-SQLCODE
040300     END-EVALUATE.
040400 4000-EXIT.
040500     EXIT.
040600*****************************************************************
040700*    5000-LOG-BLOCK - ONE COIBLOCK ROW PER REFUSED ATTEMPT      *
040800*****************************************************************
040900 5000-LOG-BLOCK.
041000     EXEC SQL
041100         INSERT INTO COIBLOCK
041200                   ( BLOCKTIME,
041300                     OPERATORID,
041400                     PROGRAMNAME,
041500                     REQUESTID,
041600                     CUSTOMERNUMBER,
041700                     POLICYNUMBER,
041800                     CLAIMNUMBER,
041900                     RELATIONSHIP,
042000                     ROUTEDTO )
042100            VALUES ( CURRENT TIMESTAMP,
042200                     :DB2-OPERATORID,
042300                     :COI-PROGRAM,
042400                     :COI-REQUEST-ID,
042500                     :DB2-CUSTOMERNUM-INT,
042600                     :DB2-POLICYNUM-INT,
042700                     :DB2-CLAIMNUM-INT,
042800                     :COI-RELATIONSHIP,
042900                     :COI-ROUTED-TO )
043000     END-EXEC.
043100     IF SQLCODE NOT EQUAL 0
043200         MOVE '90'    TO COI-RC
043300         MOVE SQLCODE TO COI-SQLCODE
043400     END-IF.
043500 5000-EXIT.
043600     EXIT.
