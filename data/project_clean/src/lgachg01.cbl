000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGACHG01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        ACCOUNT-CHANGE HOLD SUBPROGRAM - THE ONE PLACE
000800                 THE SUITE RECORDS CONTACT AND BANK DETAIL CHANGES
000900                 AND DECIDES WHETHER A PAYMENT TO THE CUSTOMER
001000                 MUST WAIT.  THE USUAL TAKEOVER RUNS CHANGE OF
001100                 MOBILE OR EMAIL, THEN CHANGE OF BANK DETAILS,
001200                 THEN A REFUND OR CLAIM PAYMENT; EACH STEP PASSES
001300                 ITS OWN CHECK.  CALLED BY THE CUSTOMER UPDATE
001400                 (LGUCDB01), PAYEE (LGPAYE01) AND MANDATE
001500                 (LGMNDT01) PATHS TO RECORD A CHANGE, BY THE
001600                 DISBURSEMENT RUN (LGCLMP01) AND THE LOAN ISSUE
001700                 (LGLOAN01) TO CHECK A PAYMENT, AND BY THE OTP
001800                 (LGOTP01) AND STAFF CALL-BACK (LGACBK01) PATHS TO
001900                 RELEASE.  THE COOLING WINDOW IS THE SUITE-WIDE
002000                 PRODUCTCONFIG KEY ATOCOOLDAY.  NO CICS COMMANDS,
002100                 SO THE SAME LOAD MODULE SERVES ONLINE AND BATCH.
002200*****************************************************************
002300*    MODIFICATION HISTORY                                      *
002400*    DATE      INIT   DESCRIPTION                               *
002500*    10/15/26  LGIT   INITIAL VERSION                           *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.    IBM-370.
003000 OBJECT-COMPUTER.    IBM-370.
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300*****************************************************************
003400*    COOLING WINDOW IN DAYS WHEN NO ATOCOOLDAY ROW IS IN FORCE  *
003500*****************************************************************
003600 77  WS-DEFAULT-COOL-DAYS        PIC S9(4) COMP VALUE +14.
003700*****************************************************************
003800*    DB2 HOST VARIABLES                                        *
003900*****************************************************************
004000 01  DB2-CUSTOMERNUM-INT         PIC S9(9) COMP.
004100 01  DB2-COOL-DAYS               PIC S9(4) COMP.
004200 01  DB2-CONFIG-VALUE            PIC S9(9)V99 COMP-3.
004300 01  DB2-RUN-DATE                PIC X(10).
004400 01  DB2-CHANGE-COUNT            PIC S9(9) COMP.
004500 01  DB2-HELD-COUNT              PIC S9(9) COMP.
004600 01  DB2-PRIOR-MOBILE            PIC X(12).
004700 01  DB2-CHANGE-TIME             PIC X(26).
004800 01  DB2-CHANGE-OPERATOR         PIC X(08).
004900     EXEC SQL
005000         INCLUDE SQLCA
005100     END-EXEC.
005200 LINKAGE SECTION.
005300     COPY LGACHG.
005400 PROCEDURE DIVISION USING ACH-REQUEST.
005500*****************************************************************
005600*    0000-MAINLINE                                             *
005700*****************************************************************
005800 0000-MAINLINE SECTION.
005900     MOVE '00' TO ACH-RC.
006000     MOVE 'N'  TO ACH-RESULT.
006100     MOVE 0    TO ACH-SQLCODE.
006200     MOVE 0    TO ACH-HELD-COUNT.
006300     MOVE ACH-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT.
006400     EVALUATE TRUE
006500         WHEN ACH-RECORD
006600             PERFORM 2000-RECORD-CHANGE THRU 2000-EXIT
006700         WHEN ACH-HOLD-CHECK
006800             PERFORM 3000-CHECK-PAYMENT THRU 3000-EXIT
006900         WHEN ACH-PRIOR-MOBILE-REQ
007000         WHEN ACH-INQUIRE
007100             PERFORM 4000-INQUIRE-CHANGE THRU 4000-EXIT
007200         WHEN ACH-RELEASE
007300             PERFORM 5000-RELEASE-CHANGE THRU 5000-EXIT
007400         WHEN OTHER
007500             MOVE '99' TO ACH-RC
007600     END-EVALUATE.
007700     GOBACK.
007800 0000-MAINLINE-EXIT.
007900     EXIT.
008000*****************************************************************
008100*    2000-RECORD-CHANGE - ONE ACCOUNTCHANGE ROW PER CHANGE, HELD *
008200*    ('H') UNTIL RELEASED.  THE MOBILE THE CUSTOMER HAD BEFORE  *
008300*    THE CHANGE IS KEPT ON THE ROW - IT IS WHERE THE RELEASE    *
008400*    OTP GOES.  A BANK CHANGE LEAVES THE MOBILE ALONE, SO THE   *
008500*    CALLER PASSES SPACES AND THE NUMBER ON FILE IS TAKEN.  A   *
008600*    CONTACT CHANGE ON A CUSTOMER WHO HAD NO MOBILE KEEPS       *
008700*    SPACES - ONLY A STAFF CALL-BACK CAN RELEASE THAT ONE       *
008800*****************************************************************
008900 2000-RECORD-CHANGE.
009000     MOVE ACH-PRIOR-MOBILE TO DB2-PRIOR-MOBILE.
009100     IF ACH-CHANGE-TYPE  EQUAL 'B' AND
009200        ACH-PRIOR-MOBILE EQUAL SPACES
009300         EXEC SQL
009400             SELECT COALESCE(PHONEMOBILE, ' ')
009500               INTO :DB2-PRIOR-MOBILE
009600               FROM CUSTOMER
009700              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
009800         END-EXEC
009900         IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
010000             MOVE '90'    TO ACH-RC
010100             MOVE SQLCODE TO ACH-SQLCODE
010200             GO TO 2000-EXIT
010300         END-IF
010400     END-IF.
010500     EXEC SQL
010600         INSERT INTO ACCOUNTCHANGE
010700                   ( CUSTOMERNUMBER,
010800                     CHANGETYPE,
010900                     PROGRAMNAME,
011000                     OPERATORID,
011100                     PRIORMOBILE,
011200                     CHANGETIME,
011300                     STATUS )
011400            VALUES ( :DB2-CUSTOMERNUM-INT,
011500                     :ACH-CHANGE-TYPE,
011600                     :ACH-PROGRAM,
011700                     :ACH-OPERATOR,
011800                     :DB2-PRIOR-MOBILE,
011900                     CURRENT TIMESTAMP,
012000                     'H' )
012100     END-EXEC.
012200     IF SQLCODE NOT EQUAL 0
012300         MOVE '90'    TO ACH-RC
012400         MOVE SQLCODE TO ACH-SQLCODE
012500     END-IF.
012600 2000-EXIT.
012700     EXIT.
012800*****************************************************************
012900*    3000-CHECK-PAYMENT - A PAYMENT IS HELD WHILE THE CUSTOMER  *
013000*    HAS AN UNRELEASED CHANGE MADE INSIDE THE COOLING WINDOW.   *
013100*    ONCE A PAYMENT HAS BEEN HELD THE HOLD STANDS UNTIL THE     *
013200*    CHANGE IS RELEASED - IT DOES NOT LAPSE WITH THE WINDOW.    *
013300*    EACH HELD PAYMENT IS RECORDED ONCE ON PAYMENTHOLD FOR THE  *
013400*    DAILY HOLD REPORT (LGACHR01)                               *
013500*****************************************************************
013600 3000-CHECK-PAYMENT.
013700     PERFORM 3100-GET-COOL-DAYS THRU 3100-EXIT.
013800     IF ACH-RUN-DATE EQUAL SPACES
013900         EXEC SQL
014000             SELECT CHAR(CURRENT DATE, ISO)
014100               INTO :DB2-RUN-DATE
014200               FROM SYSIBM.SYSDUMMY1
014300         END-EXEC
014400     ELSE
014500         MOVE ACH-RUN-DATE TO DB2-RUN-DATE
014600     END-IF.
014700     MOVE 0 TO DB2-CHANGE-COUNT.
014800     EXEC SQL
014900         SELECT COUNT(*)
015000           INTO :DB2-CHANGE-COUNT
015100           FROM ACCOUNTCHANGE A
015200          WHERE A.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
015300            AND A.STATUS         = 'H'
015400            AND ( DATE(A.CHANGETIME) >
015500                  DATE(:DB2-RUN-DATE) - :DB2-COOL-DAYS DAYS
015600               OR EXISTS
015700                  ( SELECT 1
015800                      FROM PAYMENTHOLD H
015900                     WHERE H.CUSTOMERNUMBER = A.CUSTOMERNUMBER
016000                       AND H.STATUS         = 'H' ) )
016100     END-EXEC.
016200     IF SQLCODE NOT EQUAL 0
016300         MOVE '90'    TO ACH-RC
016400         MOVE SQLCODE TO ACH-SQLCODE
016500         GO TO 3000-EXIT
016600     END-IF.
016700     IF DB2-CHANGE-COUNT EQUAL ZERO
016800         GO TO 3000-EXIT
016900     END-IF.
017000     MOVE 'Y' TO ACH-RESULT.
017100     EXEC SQL
017200         INSERT INTO PAYMENTHOLD
017300                   ( CUSTOMERNUMBER,
017400                     PAYTYPE,
017500                     CLAIMNUMBER,
017600                     LINESEQ,
017700                     POLICYNUMBER,
017800                     AMOUNT,
017900                     HOLDTIME,
018000                     STATUS )
018100           SELECT :DB2-CUSTOMERNUM-INT,
018200                  :ACH-PAY-TYPE,
018300                  :ACH-CLAIM-NUM,
018400                  :ACH-LINE-SEQ,
018500                  :ACH-POLICY-NUM,
018600                  :ACH-AMOUNT,
018700                  CURRENT TIMESTAMP,
018800                  'H'
018900             FROM SYSIBM.SYSDUMMY1
019000            WHERE NOT EXISTS
019100                  ( SELECT 1
019200                      FROM PAYMENTHOLD H
019300                     WHERE H.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
019400                       AND H.PAYTYPE        = :ACH-PAY-TYPE
019500                       AND H.CLAIMNUMBER    = :ACH-CLAIM-NUM
019600                       AND H.LINESEQ        = :ACH-LINE-SEQ
019700                       AND H.POLICYNUMBER   = :ACH-POLICY-NUM
019800                       AND H.AMOUNT         = :ACH-AMOUNT
019900                       AND H.STATUS         = 'H' )
020000     END-EXEC.
020100     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
020200         MOVE '90'    TO ACH-RC
020300         MOVE SQLCODE TO ACH-SQLCODE
020400     END-IF.
020500 3000-EXIT.
020600     EXIT.
020700*****************************************************************
020800*    3100-GET-COOL-DAYS - COOLING WINDOW IN FORCE TODAY, HELD   *
020900*    ON PRODUCTCONFIG UNDER THE SUITE-WIDE (BLANK) POLICY TYPE  *
021000*****************************************************************
021100 3100-GET-COOL-DAYS.
021200     MOVE WS-DEFAULT-COOL-DAYS TO DB2-COOL-DAYS.
021300     EXEC SQL
021400         SELECT CONFIGVALUE
021500           INTO :DB2-CONFIG-VALUE
021600           FROM PRODUCTCONFIG
021700          WHERE POLICYTYPE = ' '
021800            AND CONFIGKEY  = 'ATOCOOLDAY  '
021900            AND EFFECTIVEDATE =
022000                ( SELECT MAX(EFFECTIVEDATE)
022100                    FROM PRODUCTCONFIG
022200                   WHERE POLICYTYPE = ' '
022300                     AND CONFIGKEY  = 'ATOCOOLDAY  '
022400                     AND EFFECTIVEDATE <= CURRENT DATE )
022500     END-EXEC.
022600     IF SQLCODE EQUAL 0
022700         MOVE DB2-CONFIG-VALUE TO DB2-COOL-DAYS
022800     END-IF.
022900 3100-EXIT.
023000     EXIT.
023100*****************************************************************
023200*    4000-INQUIRE-CHANGE - THE EARLIEST UNRELEASED CHANGE: ITS  *
023300*    PRIOR MOBILE IS THE NUMBER THE CUSTOMER HAD BEFORE ANY OF  *
023400*    THE CHANGES, SO THE ONE A RELEASE OTP MUST GO TO           *
023500*****************************************************************
023600 4000-INQUIRE-CHANGE.
023700     EXEC SQL
023800         SELECT PRIORMOBILE,
023900                CHAR(CHANGETIME),
024000                OPERATORID
024100           INTO :DB2-PRIOR-MOBILE,
024200                :DB2-CHANGE-TIME,
024300                :DB2-CHANGE-OPERATOR
024400           FROM ACCOUNTCHANGE
024500          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
024600            AND STATUS         = 'H'
024700          ORDER BY CHANGETIME
024800          FETCH FIRST 1 ROW ONLY
024900     END-EXEC.
025000     EVALUATE SQLCODE
025100         WHEN 0
025200             MOVE DB2-PRIOR-MOBILE    TO ACH-PRIOR-MOBILE
025300             MOVE DB2-CHANGE-TIME     TO ACH-CHANGE-TIME
025400             MOVE DB2-CHANGE-OPERATOR TO ACH-CHANGE-OPERATOR
025500         WHEN 100
025600             MOVE '01' TO ACH-RC
025700             GO TO 4000-EXIT
025800         WHEN OTHER
025900             MOVE '90'    TO ACH-RC
026000             MOVE SQLCODE TO ACH-SQLCODE
026100             GO TO 4000-EXIT
026200     END-EVALUATE.
026300     MOVE 0 TO DB2-HELD-COUNT.
026400     EXEC SQL
026500         SELECT COUNT(*)
026600           INTO :DB2-HELD-COUNT
026700           FROM PAYMENTHOLD
026800          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
026900            AND STATUS         = 'H'
027000     END-EXEC.
027100     IF SQLCODE NOT EQUAL 0
027200         MOVE '90'    TO ACH-RC
027300         MOVE SQLCODE TO ACH-SQLCODE
027400         GO TO 4000-EXIT
027500     END-IF.
027600     MOVE DB2-HELD-COUNT TO ACH-HELD-COUNT.
027700 4000-EXIT.
027800     EXIT.
027900*****************************************************************
028000*    5000-RELEASE-CHANGE - EVERY UNRELEASED CHANGE ON THE       *
028100*    CUSTOMER IS RELEASED TOGETHER WITH THE PAYMENTS IT HELD.   *
028200*    A HELD LOAN ADVANCE GOES BACK TO 'DUE' ON ENDOWPAYOUT SO   *
028300*    THE PAYMENT RUN PICKS IT UP; HELD REFUNDS AND CLAIM        *
028400*    PAYMENTS ARE STILL DUE AND GO ON THE NEXT DISBURSEMENT RUN *
028500*****************************************************************
028600 5000-RELEASE-CHANGE.
028700     EXEC SQL
028800         UPDATE ACCOUNTCHANGE
028900            SET STATUS        = 'R',
029000                RELEASEMETHOD = :ACH-RELEASE-METHOD,
029100                RELEASEDBY    = :ACH-OPERATOR,
029200                RELEASEREF    = :ACH-CALLBACK-REF,
029300                RELEASETIME   = CURRENT TIMESTAMP
029400          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
029500            AND STATUS         = 'H'
029600     END-EXEC.
029700     EVALUATE SQLCODE
029800         WHEN 0
029900             CONTINUE
030000         WHEN 100
030100             MOVE '01' TO ACH-RC
030200             GO TO 5000-EXIT
030300         WHEN OTHER
030400             MOVE '90'    TO ACH-RC
030500             MOVE SQLCODE TO ACH-SQLCODE
030600             GO TO 5000-EXIT
030700     END-EVALUATE.
030800     EXEC SQL
030900         UPDATE PAYMENTHOLD
031000            SET STATUS        = 'R',
031100                RELEASEMETHOD = :ACH-RELEASE-METHOD,
031200                RELEASEDBY    = :ACH-OPERATOR,
031300                RELEASETIME   = CURRENT TIMESTAMP
031400          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
031500            AND STATUS         = 'H'
031600     END-EXEC.
031700     EVALUATE SQLCODE
031800         WHEN 0
031900             MOVE SQLERRD(3) TO ACH-HELD-COUNT
032000         WHEN 100
032100             CONTINUE
032200         WHEN OTHER
032300             MOVE '90'    TO ACH-RC
032400             MOVE SQLCODE TO ACH-SQLCODE
032500             GO TO 5000-EXIT
032600     END-EVALUATE.
032700     EXEC SQL
032800         UPDATE ENDOWPAYOUT
032900            SET STATUS      = 'DUE',
033000                LASTCHANGED = CURRENT TIMESTAMP
033100          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
033200            AND PAYOUTTYPE     = 'L'
033300            AND STATUS         = 'HLD'
033400     END-EXEC.
033500     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
033600         MOVE '90'    TO ACH-RC
033700         MOVE SQLCODE TO ACH-SQLCODE
033800     END-IF.
033900 5000-EXIT.
034000     EXIT.
