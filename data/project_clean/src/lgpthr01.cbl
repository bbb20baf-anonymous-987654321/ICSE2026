000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGPTHR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        PARTNER THROTTLE AND QUOTA SUBPROGRAM - CALLED
000800                 BY THE WEB ADAPTER (LGWSAD01) FOR EVERY REQUEST
000900                 AND BY THE AGGREGATOR BULK QUOTE INTAKE
001000                 (LGAGGQ01) FOR EVERY QUOTE REQUEST.  THE LIMITS
001100                 ARE READ FROM THE PARTNER REGISTRY ON EVERY CALL,
001200                 SO A CHANGED AGREEMENT TAKES EFFECT ON THE NEXT
001300                 REQUEST.  THE DAY'S COUNTS ARE KEPT ON
001400                 PARTNERUSAGE: ONE ROW PER PARTNER PER DAY WITH
001500                 THE REQUESTS ALLOWED, QUOTES ALLOWED, REQUESTS
001600                 THROTTLED AND REQUESTS REJECTED, AND THE CURRENT
001700                 ONE-MINUTE WINDOW.  AN OVER-LIMIT REQUEST IS
001800                 REFUSED OUTRIGHT WITH THE SECONDS TO WAIT -
001900                 NOTHING IS QUEUED.  LGPTUR01 REPORTS THE COUNTS.
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
003100 77  WS-SECONDS-PER-MINUTE       PIC S9(9) COMP VALUE +60.
003200 77  WS-SECONDS-PER-DAY          PIC S9(9) COMP VALUE +86400.
003300 77  WS-RETRY-SWITCH             PIC X(01) VALUE 'N'.
003400     88  WS-RETRIED                        VALUE 'Y'.
003500 01  DB2-PARTNERID               PIC X(08).
003600 01  DB2-PARTNER-STATUS          PIC X(01).
003700 01  DB2-MINUTE-LIMIT            PIC S9(9) COMP.
003800 01  DB2-DAILY-QUOTA             PIC S9(9) COMP.
003900 01  DB2-QUOTE-INC               PIC S9(9) COMP.
004000 01  DB2-USAGEDATE               PIC X(10).
004100 01  DB2-MINUTE                  PIC X(16).
004200 01  DB2-SECOND                  PIC S9(9) COMP.
004300 01  DB2-DAY-SECONDS             PIC S9(9) COMP.
004400 01  DB2-WINDOWMINUTE            PIC X(16).
004500 01  DB2-WINDOWCOUNT             PIC S9(9) COMP.
004600 01  DB2-QUOTECOUNT              PIC S9(9) COMP.
004700     EXEC SQL
004800         INCLUDE SQLCA
004900     END-EXEC.
005000 LINKAGE SECTION.
005100     COPY LGPTHR.
005200 PROCEDURE DIVISION USING PTH-REQUEST.
005300*****************************************************************
005400*    0000-MAINLINE                                             *
005500*****************************************************************
005600 0000-MAINLINE SECTION.
005700     MOVE '00' TO PTH-RC.
005800     MOVE ZERO TO PTH-RETRY-AFTER.
005900     MOVE ZERO TO PTH-SQLCODE.
006000     MOVE 'N'  TO WS-RETRY-SWITCH.
006100     IF PTH-PARTNER-ID EQUAL SPACES
006200         MOVE '01' TO PTH-RC
006300         GO TO 0000-MAINLINE-EXIT
006400     END-IF.
006500     PERFORM 1000-GET-PARTNER THRU 1000-EXIT.
006600     IF PTH-RC NOT EQUAL '00'
006700         GO TO 0000-MAINLINE-EXIT
006800     END-IF.
006900     IF DB2-PARTNER-STATUS NOT EQUAL 'A'
007000         MOVE '04' TO PTH-RC
007100         PERFORM 3000-ENSURE-USAGE THRU 3000-EXIT
007200         IF PTH-RC EQUAL '04'
007300             PERFORM 5000-COUNT-REFUSED THRU 5000-EXIT
007400         END-IF
007500         GO TO 0000-MAINLINE-EXIT
007600     END-IF.
007700     PERFORM 2000-COUNT-ALLOWED THRU 2000-EXIT.
007800 0000-MAINLINE-EXIT.
007900     GOBACK.
008000*****************************************************************
008100*    1000-GET-PARTNER - THE AGREED LIMITS AND THE CLOCK.  THE   *
008200*    AGGREGATOR FILE IS NOT HELD TO THE PER-MINUTE RATE - THAT  *
008300*    LIMIT PROTECTS THE ONLINE SUITE FROM BURSTS                *
008400*****************************************************************
008500 1000-GET-PARTNER.
008600     MOVE PTH-PARTNER-ID TO DB2-PARTNERID.
008700     EXEC SQL
008800         SELECT STATUS, MINUTELIMIT, DAILYQUOTELIMIT
008900           INTO :DB2-PARTNER-STATUS, :DB2-MINUTE-LIMIT,
009000                :DB2-DAILY-QUOTA
009100           FROM PARTNER
009200          WHERE PARTNERID = :DB2-PARTNERID
009300     END-EXEC.
009400     EVALUATE SQLCODE
009500         WHEN 0
009600             CONTINUE
009700         WHEN 100
009800             MOVE '01' TO PTH-RC
009900             GO TO 1000-EXIT
010000         WHEN OTHER
010100             MOVE '90'    TO PTH-RC
010200             MOVE SQLCODE TO PTH-SQLCODE
010300             GO TO 1000-EXIT
010400     END-EVALUATE.
010500     IF PTH-AGGREGATOR
010600         MOVE ZERO TO DB2-MINUTE-LIMIT
010700     END-IF.
010800     IF PTH-QUOTE
010900         MOVE 1    TO DB2-QUOTE-INC
011000     ELSE
011100         MOVE ZERO TO DB2-QUOTE-INC
011200     END-IF.
011300     EXEC SQL
011400         SELECT CHAR(CURRENT DATE, ISO),
011500                SUBSTR(CHAR(CURRENT TIMESTAMP), 1, 16),
011600                SECOND(CURRENT TIMESTAMP),
011700                MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
011800           INTO :DB2-USAGEDATE, :DB2-MINUTE,
011900                :DB2-SECOND, :DB2-DAY-SECONDS
012000           FROM SYSIBM.SYSDUMMY1
012100     END-EXEC.
012200     IF SQLCODE NOT EQUAL 0
012300         MOVE '90'    TO PTH-RC
012400         MOVE SQLCODE TO PTH-SQLCODE
012500     END-IF.
012600 1000-EXIT.
012700     EXIT.
012800*****************************************************************
012900*    2000-COUNT-ALLOWED - THE LIMIT TEST AND THE COUNT ARE ONE  *
013000*    UPDATE, SO TWO REQUESTS ARRIVING TOGETHER CANNOT BOTH TAKE *
013100*    THE LAST PLACE IN THE WINDOW.  NO ROW UPDATED MEANS EITHER *
013200*    THE PARTNER'S FIRST REQUEST OF THE DAY OR A LIMIT REACHED  *
013300*****************************************************************
013400 2000-COUNT-ALLOWED.
013500     EXEC SQL
013600         UPDATE PARTNERUSAGE
013700            SET WINDOWCOUNT   =
013800                    CASE WHEN WINDOWMINUTE = :DB2-MINUTE
013900                         THEN WINDOWCOUNT + 1
014000                         ELSE 1 END,
014100                WINDOWMINUTE  = :DB2-MINUTE,
014200                ALLOWEDCOUNT  = ALLOWEDCOUNT + 1,
014300                QUOTECOUNT    = QUOTECOUNT + :DB2-QUOTE-INC,
014400                LASTCHANGED   = CURRENT TIMESTAMP
014500          WHERE PARTNERID = :DB2-PARTNERID
014600            AND USAGEDATE = :DB2-USAGEDATE
014700            AND ( :DB2-MINUTE-LIMIT = 0
014800               OR WINDOWMINUTE <> :DB2-MINUTE
014900               OR WINDOWCOUNT  <  :DB2-MINUTE-LIMIT )
015000            AND ( :DB2-QUOTE-INC   = 0
015100               OR :DB2-DAILY-QUOTA = 0
015200               OR QUOTECOUNT   <  :DB2-DAILY-QUOTA )
015300     END-EXEC.
015400     EVALUATE SQLCODE
015500         WHEN 0
015600             GO TO 2000-EXIT
015700         WHEN 100
015800             CONTINUE
015900         WHEN OTHER
016000             MOVE '90'    TO PTH-RC
016100             MOVE SQLCODE TO PTH-SQLCODE
016200             GO TO 2000-EXIT
016300     END-EVALUATE.
016400     PERFORM 4000-WHICH-LIMIT THRU 4000-EXIT.
016500     IF PTH-RC EQUAL '00' AND NOT WS-RETRIED
016600         MOVE 'Y' TO WS-RETRY-SWITCH
016700         GO TO 2000-COUNT-ALLOWED
016800     END-IF.
016900     IF PTH-RC EQUAL '02' OR PTH-RC EQUAL '03'
017000         PERFORM 5000-COUNT-REFUSED THRU 5000-EXIT
017100     END-IF.
017200 2000-EXIT.
017300     EXIT.
017400*****************************************************************
017500*    3000-ENSURE-USAGE - START THE PARTNER'S ROW FOR THE DAY.   *
017600*    A DUPLICATE MEANS A CONCURRENT REQUEST STARTED IT FIRST    *
017700*****************************************************************
017800 3000-ENSURE-USAGE.
017900     EXEC SQL
018000         INSERT INTO PARTNERUSAGE
018100                   ( PARTNERID,
018200                     USAGEDATE,
018300                     ALLOWEDCOUNT,
018400                     QUOTECOUNT,
018500                     THROTTLEDCOUNT,
018600                     REJECTEDCOUNT,
018700                     WINDOWMINUTE,
018800                     WINDOWCOUNT,
018900                     LASTCHANGED )
019000            VALUES ( :DB2-PARTNERID,
019100                     :DB2-USAGEDATE,
019200                     0, 0, 0, 0,
019300                     :DB2-MINUTE,
019400                     0,
019500                     CURRENT TIMESTAMP )
019600     END-EXEC.
019700     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL -803
019800         MOVE '90'    TO PTH-RC
019900         MOVE SQLCODE TO PTH-SQLCODE
020000     END-IF.
020100 3000-EXIT.
020200     EXIT.
020300*****************************************************************
020400*    4000-WHICH-LIMIT - NO ROW YET: START ONE AND LET THE CALLER*
020500*    RETRY THE COUNT.  OTHERWISE THE MINUTE WINDOW IS TESTED    *
020600*    FIRST - A THROTTLED PARTNER MAY RETRY WHEN THE MINUTE      *
020700*    TURNS; A PARTNER OUT OF QUOTE QUOTA WAITS FOR MIDNIGHT     *
020800*****************************************************************
020900 4000-WHICH-LIMIT.
021000     EXEC SQL
021100         SELECT WINDOWMINUTE, WINDOWCOUNT, QUOTECOUNT
021200           INTO :DB2-WINDOWMINUTE, :DB2-WINDOWCOUNT,
021300                :DB2-QUOTECOUNT
021400           FROM PARTNERUSAGE
021500          WHERE PARTNERID = :DB2-PARTNERID
021600            AND USAGEDATE = :DB2-USAGEDATE
021700     END-EXEC.
021800     EVALUATE SQLCODE
021900         WHEN 0
022000             CONTINUE
022100         WHEN 100
022200             PERFORM 3000-ENSURE-USAGE THRU 3000-EXIT
022300             GO TO 4000-EXIT
022400         WHEN OTHER
022500             MOVE '90'    TO PTH-RC
022600             MOVE SQLCODE TO PTH-SQLCODE
022700             GO TO 4000-EXIT
022800     END-EVALUATE.
022900     IF DB2-MINUTE-LIMIT GREATER THAN ZERO AND
023000        DB2-WINDOWMINUTE EQUAL DB2-MINUTE AND
023100        DB2-WINDOWCOUNT NOT LESS THAN DB2-MINUTE-LIMIT
023200         MOVE '02' TO PTH-RC
023300         COMPUTE PTH-RETRY-AFTER =
023400             WS-SECONDS-PER-MINUTE - DB2-SECOND
023500         GO TO 4000-EXIT
023600     END-IF.
023700     IF DB2-QUOTE-INC GREATER THAN ZERO AND
023800        DB2-DAILY-QUOTA GREATER THAN ZERO AND
023900        DB2-QUOTECOUNT NOT LESS THAN DB2-DAILY-QUOTA
024000         MOVE '03' TO PTH-RC
024100         COMPUTE PTH-RETRY-AFTER =
024200             WS-SECONDS-PER-DAY - DB2-DAY-SECONDS
024300     END-IF.
024400 4000-EXIT.
024500     EXIT.
024600*****************************************************************
024700*    5000-COUNT-REFUSED - A REQUEST OVER THE MINUTE RATE IS     *
024800*    COUNTED AS THROTTLED; ONE OVER THE DAILY QUOTA OR FROM A   *
024900*    SUSPENDED PARTNER AS REJECTED                              *
025000*****************************************************************
025100 5000-COUNT-REFUSED.
025200     IF PTH-RC EQUAL '02'
025300         EXEC SQL
025400             UPDATE PARTNERUSAGE
025500                SET THROTTLEDCOUNT = THROTTLEDCOUNT + 1,
025600                    LASTCHANGED    = CURRENT TIMESTAMP
025700              WHERE PARTNERID = :DB2-PARTNERID
025800                AND USAGEDATE = :DB2-USAGEDATE
025900         END-EXEC
026000     ELSE
026100         EXEC SQL
026200             UPDATE PARTNERUSAGE
026300                SET REJECTEDCOUNT  = REJECTEDCOUNT + 1,
026400                    LASTCHANGED    = CURRENT TIMESTAMP
026500              WHERE PARTNERID = :DB2-PARTNERID
026600                AND USAGEDATE = :DB2-USAGEDATE
026700         END-EXEC
026800     END-IF.
026900     IF SQLCODE NOT EQUAL 0
027000         MOVE '90'    TO PTH-RC
027100         MOVE SQLCODE TO PTH-SQLCODE
027200     END-IF.
027300 5000-EXIT.
027400     EXIT.
