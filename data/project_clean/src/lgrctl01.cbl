000706                 BATCHRUNCONTROL ROW; END MARKS THE RUN
000707                 COMPLETE.  THIS IS WHAT STOPS A COLLECTION
000708                 RUN GOING OUT BEFORE THE RECONCILIATION, OR
000709                 TWICE IN ONE NIGHT.  ONLINE UPDATE AND CANCEL
000710                 TRANSACTIONS ALSO CALL IT TO CHECK WHETHER A
000711                 RUNNING JOB HAS DECLARED A LOCK ON THE TABLE
000712                 OR POLICY TYPE THEY ARE ABOUT TO UPDATE.
000800*****************************************************************
000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001100*    08/22/26  LGIT   INITIAL VERSION                           *
001110*    10/15/26  LGIT   ACTION C - ONLINE CONFLICT CHECK AGAINST   *
001120*                     THE TABLES/POLICY TYPES RUNNING JOBS       *
001130*                     DECLARE ON BATCHLOCKDECL; REFUSALS ARE     *
001140*                     LOGGED ON ONLINEREFUSAL AND COUNTED ONTO   *
001150*                     THE RUN'S CONTROL ROW AT END OF JOB.  THE  *
001160*                     RUNNING ROW IS NOW COMMITTED AT START SO   *
001170*                     ONLINE TRANSACTIONS CAN SEE IT             *
001180*    10/15/26  LGIT   RECORD VOLUME KEPT ON THE CONTROL ROW AT   *
001190*                     END OF JOB FOR THE BATCH-WINDOW MONITOR    *
001191*                     (LGBMON01) AND TREND REPORT (LGBTRD01)     *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
002200 01  DB2-RESTARTFLAG             PIC X(01).
002300 01  DB2-PREREQJOB               PIC X(08).
002400 01  DB2-DONE-COUNT              PIC S9(9) COMP.
002410 01  DB2-LOCKTABLE               PIC X(18).
002420 01  DB2-POLICYNUM-INT           PIC S9(9) COMP.
002430 01  DB2-POLICYTYPE              PIC X(01).
002440 01  DB2-BLOCKJOB                PIC X(08).
002450 01  DB2-ONLINE-PROGRAM          PIC X(08).
002460 01  DB2-ONLINE-REQUEST          PIC X(06).
002470 01  DB2-RECORDCOUNT             PIC S9(9) COMP.
002500 77  WS-PRQ-EOF-SWITCH           PIC X(01) VALUE 'N'.
002600     88  WS-PRQ-EOF                        VALUE 'Y'.
002700     EXEC SQL
004900             PERFORM 2000-REGISTER-START THRU 2000-EXIT
005000         WHEN 'E'
005100             PERFORM 5000-REGISTER-END THRU 5000-EXIT
005110         WHEN 'C'
005120             PERFORM 6000-CHECK-ONLINE THRU 6000-EXIT
005200         WHEN OTHER
005300             MOVE '90' TO RCTL-RC
005400     END-EVALUATE.
006000*    DOUBLE-RUN GUARD, THEN THE RUNNING ROW                     *
006100*****************************************************************
006200 2000-REGISTER-START.
006210     MOVE 0 TO RCTL-RECORD-COUNT.
006300     PERFORM 3000-CHECK-PREREQS THRU 3000-EXIT.
006400     IF RCTL-RC NOT EQUAL '00'
006500         GO TO 2000-EXIT
008300     END-EXEC.
008400     IF SQLCODE NOT EQUAL 0
008500         MOVE '90' TO RCTL-RC
008510         GO TO 2000-EXIT
008600     END-IF.
008610*    COMMITTED AT ONCE - THE ONLINE CONFLICT CHECK MUST SEE THE
008620*    RUNNING ROW FOR THE WHOLE OF THE JOB, NOT FROM ITS FIRST
008630*    COMMIT POINT, AND MUST NOT QUEUE BEHIND THE JOB'S LOCK ON IT
008640     EXEC SQL
008650         COMMIT
008660     END-EXEC.
008700 2000-EXIT.
008800     EXIT.
008900*****************************************************************
017600*    5000-REGISTER-END                                         *
017700*****************************************************************
017800 5000-REGISTER-END.
017810*    A JOB THAT DOES NOT REPORT ITS OWN VOLUME IS CREDITED WITH
017820*    THE RECORDS ON ITS CONTROL-TOTAL RECORDS FOR THE DATE
017830     MOVE RCTL-RECORD-COUNT TO DB2-RECORDCOUNT.
017840     IF DB2-RECORDCOUNT NOT GREATER THAN ZERO
017850         MOVE 0 TO DB2-RECORDCOUNT
017860         EXEC SQL
017870             SELECT COALESCE(SUM(RECORDCOUNT), 0)
017880               INTO :DB2-RECORDCOUNT
017890               FROM JOBCONTROLTOTAL
017891              WHERE JOBNAME      = :DB2-JOBNAME
017892                AND BUSINESSDATE = :DB2-BUSDATE
017893         END-EXEC
017894         IF SQLCODE NOT EQUAL 0
017895             MOVE 0 TO DB2-RECORDCOUNT
017896         END-IF
017897     END-IF.
017900     EXEC SQL
018000         UPDATE BATCHRUNCONTROL
018100            SET STATUS  = 'C',
018200                ENDTIME = CURRENT TIMESTAMP,
018205                RECORDCOUNT = :DB2-RECORDCOUNT,
018210                REFUSEDCOUNT =
018220                  ( SELECT COUNT(*)
018230                      FROM ONLINEREFUSAL O
018240                     WHERE O.JOBNAME     = :DB2-JOBNAME
018250                       AND O.REFUSETIME >=
018260                           BATCHRUNCONTROL.STARTTIME )
018300          WHERE JOBNAME      = :DB2-JOBNAME
018400            AND BUSINESSDATE = :DB2-BUSDATE
018500            AND STATUS       = 'R'
018900     END-IF.
019000 5000-EXIT.
019100     EXIT.
019200*****************************************************************
019300*    6000-CHECK-ONLINE - REFUSE AN ONLINE UPDATE WHILE A JOB     *
019400*    THAT DECLARED A LOCK ON THE TABLE IS RUNNING.  A BLANK      *
019500*    POLICY TYPE ON THE DECLARATION COVERS EVERY TYPE; A         *
019600*    DECLARATION WITH A MAXIMUM RUN TIME LAPSES AFTER IT SO AN   *
019700*    ABENDED JOB LEFT RUNNING DOES NOT SHUT OUT THE ONLINE DAY.  *
019800*    EACH REFUSAL IS LOGGED SO THE BATCH WINDOW CAN BE SIZED     *
019900*****************************************************************
020000 6000-CHECK-ONLINE.
020100     MOVE RCTL-LOCK-TABLE     TO DB2-LOCKTABLE.
020200     MOVE RCTL-POLICY-NUM     TO DB2-POLICYNUM-INT.
020300     MOVE RCTL-ONLINE-PROGRAM TO DB2-ONLINE-PROGRAM.
020400     MOVE RCTL-ONLINE-REQUEST TO DB2-ONLINE-REQUEST.
020500     MOVE SPACES              TO RCTL-BLOCKING-JOB.
020600     MOVE SPACE               TO DB2-POLICYTYPE.
020700     IF DB2-POLICYNUM-INT NOT EQUAL ZERO
020800         EXEC SQL
020900             SELECT POLICYTYPE
021000               INTO :DB2-POLICYTYPE
021100               FROM POLICY
021200              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
021300         END-EXEC
021400         IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
021500             MOVE '90' TO RCTL-RC
021600             GO TO 6000-EXIT
021700         END-IF
021800     END-IF.
021900     EXEC SQL
022000         SELECT R.JOBNAME
022100           INTO :DB2-BLOCKJOB
022200           FROM BATCHRUNCONTROL R,
022300                BATCHLOCKDECL D
022400          WHERE R.STATUS    = 'R'
022500            AND D.JOBNAME   = R.JOBNAME
022600            AND D.LOCKTABLE = :DB2-LOCKTABLE
022700            AND ( COALESCE(D.POLICYTYPE, ' ') = ' '
022800               OR D.POLICYTYPE = :DB2-POLICYTYPE )
022900            AND ( D.MAXMINUTES IS NULL
023000               OR R.STARTTIME >
023100                  CURRENT TIMESTAMP - D.MAXMINUTES MINUTES )
023200          FETCH FIRST 1 ROW ONLY
023300     END-EXEC.
023400     EVALUATE SQLCODE
023500         WHEN 0
023600             MOVE '03'         TO RCTL-RC
023700             MOVE DB2-BLOCKJOB TO RCTL-BLOCKING-JOB
023800         WHEN 100
023900             GO TO 6000-EXIT
024000         WHEN OTHER
024100             MOVE '90' TO RCTL-RC
024200             GO TO 6000-EXIT
024300     END-EVALUATE.
024400*    A FAILED LOG INSERT DOES NOT LET THE UPDATE THROUGH - THE
024500*    REFUSAL STANDS, ONLY ITS COUNT IS SHORT
024600     EXEC SQL
024700         INSERT INTO ONLINEREFUSAL
024800                   ( JOBNAME,
024900                     LOCKTABLE,
025000                     POLICYTYPE,
025100                     POLICYNUMBER,
025200                     PROGRAMNAME,
025300                     REQUESTID,
025400                     REFUSETIME )
025500            VALUES ( :DB2-BLOCKJOB,
025600                     :DB2-LOCKTABLE,
025700                     :DB2-POLICYTYPE,
025800                     :DB2-POLICYNUM-INT,
025900                     :DB2-ONLINE-PROGRAM,
026000                     :DB2-ONLINE-REQUEST,
026100                     CURRENT TIMESTAMP )
026200     END-EXEC.
026300 6000-EXIT.
026400     EXIT.
