000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGIDEM01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        REQUEST-TOKEN SUBPROGRAM - CALLED BY THE BIND
000800                 (LGAPDB01), CARD PAYMENT (LGCARD01) AND
000900                 INTERIM PAYMENT (LGINTP01) TRANSACTIONS WHEN
001000                 THE CALLER SENDS A REQUEST TOKEN.  BEGIN
001100                 CLAIMS THE TOKEN ON REQUESTTOKEN BEFORE THE
001200                 TRANSACTION ACTS; A RESEND OF A TOKEN ALREADY
001300                 COMPLETED INSIDE THE REPLAY WINDOW GETS THE
001400                 FIRST OUTCOME BACK INSTEAD.  END RECORDS THE
001500                 OUTCOME.  A RESEND ARRIVING WHILE THE FIRST
001600                 ATTEMPT IS STILL RUNNING WAITS ON THE TOKEN
001700                 ROW UNTIL THAT ATTEMPT COMMITS.  TOKENS PAST
001800                 THE WINDOW ARE PURGED BY LGHKP01.
001900*****************************************************************
002000*    MODIFICATION HISTORY                                      *
002100*    DATE      INIT   DESCRIPTION                               *
002200*    10/15/26  LGIT   INITIAL VERSION                           *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.    IBM-370.
002700 OBJECT-COMPUTER.    IBM-370.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000*****************************************************************
003100*    REPLAY WINDOW - LONGER THAN THE LONGEST CHANNEL RETRY      *
003200*    POLICY OF THE WEB, AGGREGATOR AND CHANNEL CALLERS.         *
003300*    LGHKP01 PURGES TOKENS ONCE THEY ARE PAST IT.               *
003400*****************************************************************
003500 77  WS-REPLAY-WINDOW-HOURS      PIC S9(4) COMP VALUE +72.
003600 01  DB2-TOKEN                   PIC X(32).
003700 01  DB2-PROGRAMNAME             PIC X(08).
003800 01  DB2-REQUESTID               PIC X(06).
003900 01  DB2-KEYNUMBER               PIC S9(11) COMP-3.
004000 01  DB2-STATUS                  PIC X(01).
004100 01  DB2-RETURNCODE              PIC X(02).
004200 01  DB2-REPLYDATA               PIC X(80).
004300 01  WS-KEY-NUM                  PIC S9(11) COMP-3.
004400     EXEC SQL
004500         INCLUDE SQLCA
004600     END-EXEC.
004700 LINKAGE SECTION.
004800     COPY LGIDEM.
004900 PROCEDURE DIVISION USING IDM-REQUEST.
005000*****************************************************************
005100*    0000-MAINLINE                                             *
005200*****************************************************************
005300 0000-MAINLINE SECTION.
005400     MOVE '00' TO IDM-RC.
005500     MOVE IDM-TOKEN TO DB2-TOKEN.
005600     IF IDM-TOKEN EQUAL SPACES
005700         GO TO 0000-MAINLINE-EXIT
005800     END-IF.
005900     EVALUATE TRUE
006000         WHEN IDM-BEGIN
006100             PERFORM 2000-BEGIN-TOKEN THRU 2000-EXIT
006200         WHEN IDM-END
006300             PERFORM 3000-END-TOKEN THRU 3000-EXIT
006400         WHEN OTHER
006500             MOVE '90' TO IDM-RC
006600     END-EVALUATE.
006700 0000-MAINLINE-EXIT.
006800     GOBACK.
006900*****************************************************************
007000*    2000-BEGIN-TOKEN - A TOKEN LEFT FROM BEFORE THE WINDOW IS  *
007100*    CLEARED FIRST, SO THE INSERT ONLY FAILS ON A TOKEN STILL   *
007200*    INSIDE IT                                                  *
007300*****************************************************************
007400 2000-BEGIN-TOKEN.
007500     MOVE IDM-PROGRAM    TO DB2-PROGRAMNAME.
007600     MOVE IDM-REQUEST-ID TO DB2-REQUESTID.
007700     MOVE IDM-KEY-NUM    TO DB2-KEYNUMBER.
007800     EXEC SQL
007900         DELETE FROM REQUESTTOKEN
008000          WHERE TOKEN = :DB2-TOKEN
008100            AND RECEIVEDTIME <
008200                CURRENT TIMESTAMP - :WS-REPLAY-WINDOW-HOURS HOURS
008300     END-EXEC.
008400     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
008500         MOVE '90' TO IDM-RC
008600         GO TO 2000-EXIT
008700     END-IF.
008800     EXEC SQL
008900         INSERT INTO REQUESTTOKEN
009000                   ( TOKEN,
009100                     PROGRAMNAME,
009200                     REQUESTID,
009300                     KEYNUMBER,
009400                     STATUS,
009500                     RECEIVEDTIME )
009600            VALUES ( :DB2-TOKEN,
009700                     :DB2-PROGRAMNAME,
009800                     :DB2-REQUESTID,
009900                     :DB2-KEYNUMBER,
010000                     'I',
010100                     CURRENT TIMESTAMP )
010200     END-EXEC.
010300     EVALUATE SQLCODE
010400         WHEN 0
010500             GO TO 2000-EXIT
010600         WHEN -803
010700             PERFORM 2100-CHECK-REPEAT THRU 2100-EXIT
010800         WHEN OTHER
010900             MOVE '90' TO IDM-RC
011000     END-EVALUATE.
011100 2000-EXIT.
011200     EXIT.
011300*****************************************************************
011400*    2100-CHECK-REPEAT - THE TOKEN IS ALREADY HELD.  THE SAME   *
011500*    REQUEST AGAINST THE SAME KEY IS A RESEND: A COMPLETED ONE  *
011600*    GETS ITS FIRST OUTCOME BACK, ONE NEVER COMPLETED IS RUN    *
011700*    AGAIN UNDER THE SAME TOKEN.  ANYTHING ELSE IS A CALLER     *
011800*    REUSING A TOKEN AND IS REFUSED.                            *
011900*****************************************************************
012000 2100-CHECK-REPEAT.
012100     EXEC SQL
012200         SELECT PROGRAMNAME,
012300                REQUESTID,
012400                KEYNUMBER,
012500                STATUS,
012600                COALESCE(RETURNCODE, ' '),
012700                COALESCE(REPLYDATA, ' ')
012800           INTO :DB2-PROGRAMNAME,
012900                :DB2-REQUESTID,
013000                :WS-KEY-NUM,
013100                :DB2-STATUS,
013200                :DB2-RETURNCODE,
013300                :DB2-REPLYDATA
013400           FROM REQUESTTOKEN
013500          WHERE TOKEN = :DB2-TOKEN
013600     END-EXEC.
013700     IF SQLCODE NOT EQUAL 0
013800         MOVE '90' TO IDM-RC
013900         GO TO 2100-EXIT
014000     END-IF.
014100     IF DB2-PROGRAMNAME NOT EQUAL IDM-PROGRAM OR
014200        DB2-REQUESTID   NOT EQUAL IDM-REQUEST-ID OR
014300        WS-KEY-NUM      NOT EQUAL DB2-KEYNUMBER
014400         MOVE '02' TO IDM-RC
014500         GO TO 2100-EXIT
014600     END-IF.
014700     IF DB2-STATUS EQUAL 'C'
014800         MOVE '01'           TO IDM-RC
014900         MOVE DB2-RETURNCODE TO IDM-OUTCOME-RC
015000         MOVE DB2-REPLYDATA  TO IDM-REPLY-DATA
015100         GO TO 2100-EXIT
015200     END-IF.
015300     EXEC SQL
015400         UPDATE REQUESTTOKEN
015500            SET RECEIVEDTIME = CURRENT TIMESTAMP
015600          WHERE TOKEN = :DB2-TOKEN
015700     END-EXEC.
015800     IF SQLCODE NOT EQUAL 0
015900         MOVE '90' TO IDM-RC
016000     END-IF.
016100 2100-EXIT.
016200     EXIT.
016300*****************************************************************
016400*    3000-END-TOKEN - THE OUTCOME THE CALLER WAS GIVEN IS KEPT  *
016500*    FOR ANY RESEND                                             *
016600*****************************************************************
016700 3000-END-TOKEN.
016800     MOVE IDM-OUTCOME-RC TO DB2-RETURNCODE.
016900     MOVE IDM-REPLY-DATA TO DB2-REPLYDATA.
017000     EXEC SQL
017100         UPDATE REQUESTTOKEN
017200            SET STATUS        = 'C',
017300                RETURNCODE    = :DB2-RETURNCODE,
017400                REPLYDATA     = :DB2-REPLYDATA,
017500                COMPLETEDTIME = CURRENT TIMESTAMP
017600          WHERE TOKEN  = :DB2-TOKEN
017700            AND STATUS = 'I'
017800     END-EXEC.
017900     IF SQLCODE NOT EQUAL 0
018000         MOVE '90' TO IDM-RC
018100     END-IF.
018200 3000-EXIT.
018300     EXIT.
