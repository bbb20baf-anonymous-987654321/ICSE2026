000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGFACX01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        TREATY CAPACITY CHECK SUBPROGRAM - CALLED BY
000800                 THE HOUSE AND COMMERCIAL BIND (LGAPDB01) AND
000900                 MID-TERM ADJUSTMENT (LGUPDB01) PATHS ONCE THE
001000                 RISK IS WRITTEN.  OUR SUM INSURED ABOVE THE
001100                 TREATY CAPACITY FOR THE TYPE, LESS WHATEVER IS
001200                 ALREADY PLACED FACULTATIVELY, IS THE UNPLACED
001300                 EXCESS: IT IS PUT ON THE FACPLACEMENT WORKLIST
001400                 (OR THE OPEN ITEM IS RESIZED) AND THE POLICY
001500                 CARRIES THE FACUNPLACED MARKER UNTIL LGFACM01
001600                 RECORDS THE PLACEMENT.  AN MTA THAT BRINGS THE
001700                 RISK BACK WITHIN CAPACITY WITHDRAWS THE OPEN
001800                 ITEM AND LIFTS THE MARKER.  NO CICS COMMANDS.
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
003100*    TREATY CAPACITY - THE MOST THE PROPERTY TREATY TAKES ON ANY*
003200*    ONE RISK.  PRODUCTCONFIG KEY TREATYCAP FOR THE POLICY TYPE *
003300*    OVERRIDES IT, EFFECTIVE-DATED, SO A RENEWED TREATY IS A    *
003400*    TABLE UPDATE AND NOT A CODE RELEASE                        *
003500*****************************************************************
003600 77  WS-DEFAULT-CAPACITY         PIC S9(9) COMP VALUE +2000000.
003700 77  WS-OPEN-SWITCH              PIC X(01) VALUE 'N'.
003800     88  WS-OPEN-ITEM                      VALUE 'Y'.
003900 01  WS-CONFIG-KEY               PIC X(12) VALUE 'TREATYCAP'.
004000 01  DB2-CONFIG-VALUE            PIC S9(9)V99 COMP-3.
004100 01  DB2-POLICYTYPE              PIC X(01).
004200 01  DB2-POLICYNUM-INT           PIC S9(9) COMP.
004300 01  DB2-OURSHARE-PCT            PIC S9(3)V99 COMP-3.
004400 01  DB2-NET-SUMINS              PIC S9(9) COMP.
004500 01  DB2-CAPACITY                PIC S9(9) COMP.
004600 01  DB2-PLACED-EXCESS           PIC S9(9) COMP.
004700 01  DB2-EXCESS                  PIC S9(9) COMP.
004800 01  DB2-PLACEMENT-SEQ           PIC S9(4) COMP.
004900     EXEC SQL
005000         INCLUDE SQLCA
005100     END-EXEC.
005200 LINKAGE SECTION.
005300     COPY LGFACX.
005400 PROCEDURE DIVISION USING FCX-REQUEST.
005500*****************************************************************
005600*    0000-MAINLINE                                             *
005700*****************************************************************
005800 0000-MAINLINE SECTION.
005900     MOVE '00' TO FCX-RC.
006000     MOVE 'N'  TO FCX-UNPLACED.
006100     MOVE 0    TO FCX-SQLCODE.
006200     MOVE 0    TO FCX-EXCESS.
006300     MOVE FCX-POLICY-NUM  TO DB2-POLICYNUM-INT.
006400     MOVE FCX-POLICY-TYPE TO DB2-POLICYTYPE.
006500     PERFORM 1000-GET-CAPACITY THRU 1000-EXIT.
006600     PERFORM 2000-NET-EXCESS THRU 2000-EXIT.
006700     IF FCX-RC EQUAL '00'
006800         PERFORM 3000-MAINTAIN-WORKLIST THRU 3000-EXIT
006900     END-IF.
007000     GOBACK.
007100 0000-MAINLINE-EXIT.
007200     EXIT.
007300*****************************************************************
007400*    1000-GET-CAPACITY - CONFIGURED CAPACITY FOR THE TYPE, ELSE *
007500*    THE COMPILED DEFAULT                                       *
007600*****************************************************************
007700 1000-GET-CAPACITY.
007800     MOVE WS-DEFAULT-CAPACITY TO DB2-CAPACITY.
007900     EXEC SQL
008000         SELECT CONFIGVALUE
008100           INTO :DB2-CONFIG-VALUE
008200           FROM PRODUCTCONFIG
008300          WHERE POLICYTYPE = :DB2-POLICYTYPE
008400            AND CONFIGKEY  = :WS-CONFIG-KEY
008500            AND EFFECTIVEDATE =
008600                ( SELECT MAX(EFFECTIVEDATE)
008700                    FROM PRODUCTCONFIG
008800                   WHERE POLICYTYPE = :DB2-POLICYTYPE
008900                     AND CONFIGKEY  = :WS-CONFIG-KEY
009000                     AND EFFECTIVEDATE <= CURRENT DATE )
009100     END-EXEC.
009200     IF SQLCODE EQUAL 0
009300         MOVE DB2-CONFIG-VALUE TO DB2-CAPACITY
009400     END-IF.
009500     MOVE DB2-CAPACITY TO FCX-CAPACITY.
009600 1000-EXIT.
009700     EXIT.
009800*****************************************************************
009900*    2000-NET-EXCESS - OUR SHARE OF THE SUM INSURED (A          *
010000*    CO-INSURED COMMERCIAL CARRIES ONLY ITS SIGNED LINE), LESS  *
010100*    THE CAPACITY, LESS THE EXCESS ALREADY PLACED               *
010200*****************************************************************
010300 2000-NET-EXCESS.
010400     MOVE 100 TO DB2-OURSHARE-PCT.
010500     IF DB2-POLICYTYPE EQUAL 'C'
010600         EXEC SQL
010700             SELECT COALESCE(OURSHAREPCT, 100)
010800               INTO :DB2-OURSHARE-PCT
010900               FROM COMMERCIAL
011000              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
011100         END-EXEC
011200         IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
011300             MOVE '90'    TO FCX-RC
011400             MOVE SQLCODE TO FCX-SQLCODE
011500             GO TO 2000-EXIT
011600         END-IF
011700     END-IF.
011800     COMPUTE DB2-NET-SUMINS ROUNDED =
011900         FCX-SUM-INSURED * DB2-OURSHARE-PCT / 100.
012000     EXEC SQL
012100         SELECT COALESCE(SUM(EXCESSAMOUNT), 0)
012200           INTO :DB2-PLACED-EXCESS
012300           FROM FACPLACEMENT
012400          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
012500            AND STATUS       = 'P'
012600     END-EXEC.
012700     IF SQLCODE NOT EQUAL 0
012800         MOVE '90'    TO FCX-RC
012900         MOVE SQLCODE TO FCX-SQLCODE
013000         GO TO 2000-EXIT
013100     END-IF.
013200     COMPUTE DB2-EXCESS =
013300         DB2-NET-SUMINS - DB2-CAPACITY - DB2-PLACED-EXCESS.
013400     IF DB2-EXCESS LESS THAN ZERO
013500         MOVE ZERO TO DB2-EXCESS
013600     END-IF.
013700     MOVE DB2-EXCESS TO FCX-EXCESS.
013800 2000-EXIT.
013900     EXIT.
014000*****************************************************************
014100*    3000-MAINTAIN-WORKLIST - A POLICY HAS AT MOST ONE OPEN     *
014200*    ('U') ITEM.  IT KEEPS ITS RAISED DATE WHEN AN MTA RESIZES  *
014300*    IT, SO THE AGEING ON THE WEEKLY REPORT RUNS FROM WHEN THE  *
014400*    EXPOSURE FIRST WENT UNPLACED                               *
014500*****************************************************************
014600 3000-MAINTAIN-WORKLIST.
014700     MOVE 'N' TO WS-OPEN-SWITCH.
014800     EXEC SQL
014900         SELECT PLACEMENTSEQ
015000           INTO :DB2-PLACEMENT-SEQ
015100           FROM FACPLACEMENT
015200          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
015300            AND STATUS       = 'U'
015400          FETCH FIRST 1 ROW ONLY
015500     END-EXEC.
015600     EVALUATE SQLCODE
015700         WHEN 0
015800             MOVE 'Y' TO WS-OPEN-SWITCH
015900         WHEN 100
016000             CONTINUE
016100         WHEN OTHER
016200             MOVE '90'    TO FCX-RC
016300             MOVE SQLCODE TO FCX-SQLCODE
016400             GO TO 3000-EXIT
016500     END-EVALUATE.
016600     IF DB2-EXCESS EQUAL ZERO
016700         IF WS-OPEN-ITEM
016800             PERFORM 3300-WITHDRAW-ITEM THRU 3300-EXIT
016900         END-IF
017000         GO TO 3000-EXIT
017100     END-IF.
017200     IF WS-OPEN-ITEM
017300         PERFORM 3200-RESIZE-ITEM THRU 3200-EXIT
017400     ELSE
017500         PERFORM 3100-RAISE-ITEM THRU 3100-EXIT
017600     END-IF.
017700     IF FCX-RC EQUAL '00'
017800         MOVE 'Y' TO FCX-UNPLACED
017900         PERFORM 3400-SET-MARKER THRU 3400-EXIT
018000     END-IF.
018100 3000-EXIT.
018200     EXIT.
018300*****************************************************************
018400*    3100-RAISE-ITEM - NEW WORKLIST ITEM FOR THE EXCESS         *
018500*****************************************************************
018600 3100-RAISE-ITEM.
018700     EXEC SQL
018800         SELECT COALESCE(MAX(PLACEMENTSEQ), 0) + 1
018900           INTO :DB2-PLACEMENT-SEQ
019000           FROM FACPLACEMENT
019100          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
019200     END-EXEC.
019300     IF SQLCODE NOT EQUAL 0
019400         MOVE '90'    TO FCX-RC
019500         MOVE SQLCODE TO FCX-SQLCODE
019600         GO TO 3100-EXIT
019700     END-IF.
019800     EXEC SQL
019900         INSERT INTO FACPLACEMENT
020000                   ( POLICYNUMBER,
020100                     PLACEMENTSEQ,
020200                     POLICYTYPE,
020300                     RAISEDAT,
020400                     RAISEDDATE,
020500                     SUMINSURED,
020600                     OURSHAREPCT,
020700                     TREATYCAPACITY,
020800                     EXCESSAMOUNT,
020900                     STATUS,
021000                     LASTCHANGED )
021100            VALUES ( :DB2-POLICYNUM-INT,
021200                     :DB2-PLACEMENT-SEQ,
021300                     :DB2-POLICYTYPE,
021400                     :FCX-RAISED-AT,
021500                     CURRENT DATE,
021600                     :FCX-SUM-INSURED,
021700                     :DB2-OURSHARE-PCT,
021800                     :DB2-CAPACITY,
021900                     :DB2-EXCESS,
022000                     'U',
022100                     CURRENT TIMESTAMP )
022200     END-EXEC.
022300     IF SQLCODE NOT EQUAL 0
022400         MOVE '90'    TO FCX-RC
022500         MOVE SQLCODE TO FCX-SQLCODE
022600     END-IF.
022700 3100-EXIT.
022800     EXIT.
022900*****************************************************************
023000*    3200-RESIZE-ITEM - THE OPEN ITEM TAKES THE NEW EXCESS      *
023100*****************************************************************
023200 3200-RESIZE-ITEM.
023300     EXEC SQL
023400         UPDATE FACPLACEMENT
023500            SET SUMINSURED     = :FCX-SUM-INSURED,
023600                OURSHAREPCT    = :DB2-OURSHARE-PCT,
023700                TREATYCAPACITY = :DB2-CAPACITY,
023800                EXCESSAMOUNT   = :DB2-EXCESS,
023900                LASTCHANGED    = CURRENT TIMESTAMP
024000          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
024100            AND PLACEMENTSEQ = :DB2-PLACEMENT-SEQ
024200     END-EXEC.
024300     IF SQLCODE NOT EQUAL 0
024400         MOVE '90'    TO FCX-RC
024500         MOVE SQLCODE TO FCX-SQLCODE
024600     END-IF.
024700 3200-EXIT.
024800     EXIT.
024900*****************************************************************
025000*    3300-WITHDRAW-ITEM - BACK WITHIN CAPACITY: THE OPEN ITEM   *
025100*    IS WITHDRAWN AND THE MARKER LIFTED                         *
025200*****************************************************************
025300 3300-WITHDRAW-ITEM.
025400     EXEC SQL
025500         UPDATE FACPLACEMENT
025600            SET STATUS      = 'W',
025700                CLOSEDDATE  = CURRENT DATE,
025800                LASTCHANGED = CURRENT TIMESTAMP
025900          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
026000            AND PLACEMENTSEQ = :DB2-PLACEMENT-SEQ
026100     END-EXEC.
026200     IF SQLCODE NOT EQUAL 0
026300         MOVE '90'    TO FCX-RC
026400         MOVE SQLCODE TO FCX-SQLCODE
026500         GO TO 3300-EXIT
026600     END-IF.
026700     PERFORM 3400-SET-MARKER THRU 3400-EXIT.
026800 3300-EXIT.
026900     EXIT.
027000*****************************************************************
027100*    3400-SET-MARKER - POLICY.FACUNPLACED FOLLOWS FCX-UNPLACED  *
027200*****************************************************************
027300 3400-SET-MARKER.
027400     EXEC SQL
027500         UPDATE POLICY
027600            SET FACUNPLACED = :FCX-UNPLACED
027700          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
027800     END-EXEC.
027900     IF SQLCODE NOT EQUAL 0
028000         MOVE '90'    TO FCX-RC
028100         MOVE SQLCODE TO FCX-SQLCODE
028200     END-IF.
028300 3400-EXIT.
028400     EXIT.
