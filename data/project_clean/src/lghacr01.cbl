000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGHACR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        NIGHTLY HIRE VEHICLE ACCRUAL - FOR EVERY
000800                 COURTESY CAR AND THIRD-PARTY CREDIT HIRE ON AN
000900                 OPEN MOTOR CLAIM (CLAIMHIRE, KEYED THROUGH
001000                 LGHIRE01), PRICES THE DAYS ON HIRE TO DATE, OR
001100                 TO THE OFF-HIRE DATE, AT THE DAILY RATE AND
001200                 MOVES THE CLAIM RESERVE BY THE DIFFERENCE FROM
001300                 WHAT WAS ACCRUED BEFORE, AUDITED ON
001400                 RESERVEMOVEMENT LIKE ANY OTHER RESERVE CHANGE.
001500*****************************************************************
001600*    MODIFICATION HISTORY                                      *
001700*    DATE      INIT   DESCRIPTION                               *
001800*    10/15/26  LGIT   INITIAL VERSION                           *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.    IBM-370.
002300 OBJECT-COMPUTER.    IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT ACCRUAL-REPORT-FILE ASSIGN TO HACRPT
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-HACRPT-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  ACCRUAL-REPORT-FILE
003200     RECORDING MODE IS F.
003300 01  HA-REPORT-LINE              PIC X(133).
003400 WORKING-STORAGE SECTION.
003500 77  WS-HACRPT-STATUS            PIC X(02) VALUE SPACES.
003600     88  WS-HACRPT-OK                      VALUE '00'.
003700 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
003800     88  WS-DB2-EOF                        VALUE 'Y'.
003900 77  WS-ACCRUED-COUNT            PIC 9(07) COMP-3 VALUE 0.
004000 77  WS-RAISED-AMOUNT            PIC 9(11)V99 COMP-3 VALUE 0.
004100 77  WS-RELEASED-AMOUNT          PIC 9(11)V99 COMP-3 VALUE 0.
004200*****************************************************************
004300*    RESERVEMOVEMENT AUDIT FIELDS FOR A BATCH-DRIVEN MOVE       *
004400*****************************************************************
004500 77  WS-MOVE-REASON              PIC X(30) VALUE 'HIRE ACCRUAL'.
004600 77  WS-MOVE-TRANSID             PIC X(04) VALUE 'HACR'.
004700 77  WS-MOVE-TERMID              PIC X(04) VALUE 'BTCH'.
004800*****************************************************************
004900*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
005000*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
005100*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
005200*    RIGHT DATED OUTPUT AND SELECTIONS                          *
005300*****************************************************************
005400 01  WS-BUSINESS-DATE.
005500     05  WS-BD-YYYY              PIC 9(04).
005600     05  FILLER                  PIC X(01).
005700     05  WS-BD-MM                PIC 9(02).
005800     05  FILLER                  PIC X(01).
005900     05  WS-BD-DD                PIC 9(02).
006000 01  WS-CURRENT-DATE-TIME.
006100     05  WS-CD-YYYY              PIC 9(04).
006200     05  WS-CD-MM                PIC 9(02).
006300     05  WS-CD-DD                PIC 9(02).
006400     05  FILLER                  PIC X(10).
006500 01  WS-REPORT-DATE.
006600     05  WS-RD-DD                PIC 9(02).
006700     05  FILLER                  PIC X(01) VALUE '/'.
006800     05  WS-RD-MM                PIC 9(02).
006900     05  FILLER                  PIC X(01) VALUE '/'.
007000     05  WS-RD-YYYY              PIC 9(04).
007100 01  WS-TODAY-DATE-ISO           PIC X(10).
007200 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
007300     05  WS-TD-YYYY              PIC X(04).
007400     05  FILLER                  PIC X(01).
007500     05  WS-TD-MM                PIC X(02).
007600     05  FILLER                  PIC X(01).
007700     05  WS-TD-DD                PIC X(02).
007800*****************************************************************
007900*    DB2 ROWS                                                   *
008000*****************************************************************
008100 01  DB2-CLAIMNUM-INT            PIC S9(9) COMP.
008200 01  DB2-HIRESEQ-SINT            PIC S9(4) COMP.
008300 01  DB2-HIRETYPE                PIC X(01).
008400 01  DB2-DAILYRATE               PIC S9(5)V99 COMP-3.
008500 01  DB2-ACCRUED-AMT             PIC S9(9)V99 COMP-3.
008600 01  DB2-HIRE-DAYS               PIC S9(9) COMP.
008700 01  DB2-ACCRUE-TO               PIC X(10).
008800 01  DB2-RESERVE-INT             PIC S9(9)V99 COMP-3.
008900 01  DB2-NEWRESERVE-INT          PIC S9(9)V99 COMP-3.
009000 01  DB2-MOVEMENT-INT            PIC S9(9)V99 COMP-3.
009100 01  WS-TARGET-ACCRUAL           PIC S9(9)V99 COMP-3.
009200 01  WS-ACCRUAL-CHANGE           PIC S9(9)V99 COMP-3.
009300*****************************************************************
009400*    REPORT LINE LAYOUTS                                       *
009500*****************************************************************
009600 01  HA-HEADING-1.
009700     05  FILLER                  PIC X(43) VALUE
009800         'LG INSURANCE - HIRE VEHICLE ACCRUAL'.
009900     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
010000     05  HA-H1-DATE              PIC X(10) VALUE SPACES.
010100     05  FILLER                  PIC X(70) VALUE SPACES.
010200 01  HA-HEADING-2.
010300     05  FILLER                  PIC X(14) VALUE '  CLAIM'.
010400     05  FILLER                  PIC X(05) VALUE 'SEQ'.
010500     05  FILLER                  PIC X(05) VALUE 'TYPE'.
010600     05  FILLER                  PIC X(12) VALUE 'ACCRUED TO'.
010700     05  FILLER                  PIC X(08) VALUE '  DAYS'.
010800     05  FILLER                  PIC X(11) VALUE '  RATE'.
010900     05  FILLER                  PIC X(16) VALUE '      ACCRUED'.
011000     05  FILLER                  PIC X(16) VALUE '     MOVEMENT'.
011100     05  FILLER                  PIC X(46) VALUE SPACES.
011200 01  HA-DETAIL-LINE.
011300     05  FILLER                  PIC X(02) VALUE SPACES.
011400     05  HA-D-CLAIMNUM           PIC 9(10).
011500     05  FILLER                  PIC X(02) VALUE SPACES.
011600     05  HA-D-HIRESEQ            PIC 9(02).
011700     05  FILLER                  PIC X(04) VALUE SPACES.
011800     05  HA-D-HIRETYPE           PIC X(01).
011900     05  FILLER                  PIC X(03) VALUE SPACES.
012000     05  HA-D-ACCRUE-TO          PIC X(10).
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  HA-D-DAYS               PIC ZZ,ZZ9.
012300     05  FILLER                  PIC X(02) VALUE SPACES.
012400     05  HA-D-RATE               PIC ZZ,ZZ9.99.
012500     05  FILLER                  PIC X(02) VALUE SPACES.
012600     05  HA-D-ACCRUED            PIC ZZZ,ZZZ,ZZ9.99.
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  HA-D-MOVEMENT           PIC ZZZ,ZZZ,ZZ9.99-.
012900     05  FILLER                  PIC X(47) VALUE SPACES.
013000 01  HA-SUMMARY-LINE-1.
013100     05  FILLER                  PIC X(20) VALUE SPACES.
013200     05  FILLER                  PIC X(36) VALUE
013300         'HIRES ACCRUED THIS RUN'.
013400     05  HA-S1-COUNT             PIC ZZZ,ZZ9.
013500     05  FILLER                  PIC X(70) VALUE SPACES.
013600 01  HA-SUMMARY-LINE-2.
013700     05  FILLER                  PIC X(20) VALUE SPACES.
013800     05  FILLER                  PIC X(36) VALUE
013900         'RESERVES RAISED'.
014000     05  HA-S2-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
014100     05  FILLER                  PIC X(63) VALUE SPACES.
014200 01  HA-SUMMARY-LINE-3.
014300     05  FILLER                  PIC X(20) VALUE SPACES.
014400     05  FILLER                  PIC X(36) VALUE
014500         'RESERVES RELEASED'.
014600     05  HA-S3-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
014700     05  FILLER                  PIC X(63) VALUE SPACES.
014800     COPY LGRCTL.
014900     EXEC SQL
015000         INCLUDE SQLCA
015100     END-EXEC.
015200*    A HIRE ACCRUES FROM ITS START DATE TO TODAY, OR TO ITS END*
015300*    DATE ONCE OFF HIRE, BOTH DAYS INCLUSIVE.  THE WHOLE HIRE  *
015400*    IS RE-PRICED EVERY NIGHT, SO A CORRECTED RATE OR DATE IN  *
015500*    LGHIRE01 TRUES THE RESERVE UP OR DOWN ON THE NEXT RUN;    *
015600*    ONLY HIRES WHOSE PRICE HAS MOVED ARE SELECTED.  ONCE THE  *
015700*    CLAIM IS NO LONGER OPEN ITS RESERVE IS LEFT ALONE.        *
015800     EXEC SQL
015900         DECLARE HIRE-ROW CURSOR FOR
016000           SELECT H.CLAIMNUMBER, H.HIRESEQ, H.HIRETYPE,
016100                  H.DAILYRATE, H.ACCRUEDAMOUNT,
016200                  DAYS(CASE WHEN H.ENDDATE IS NOT NULL
016300                             AND H.ENDDATE
016400                                 < DATE(:WS-TODAY-DATE-ISO)
016500                            THEN H.ENDDATE
016600                            ELSE DATE(:WS-TODAY-DATE-ISO)
016700                       END) - DAYS(H.STARTDATE) + 1,
016800                  CHAR(CASE WHEN H.ENDDATE IS NOT NULL
016900                             AND H.ENDDATE
017000                                 < DATE(:WS-TODAY-DATE-ISO)
017100                            THEN H.ENDDATE
017200                            ELSE DATE(:WS-TODAY-DATE-ISO)
017300                       END, ISO)
017400             FROM CLAIMHIRE H,
017500                  CLAIM C
017600            WHERE C.CLAIMNUMBER = H.CLAIMNUMBER
017700              AND C.STATUS      = 'O'
017800              AND H.STARTDATE  <= DATE(:WS-TODAY-DATE-ISO)
017900              AND H.DAILYRATE *
018000                  (DAYS(CASE WHEN H.ENDDATE IS NOT NULL
018100                              AND H.ENDDATE
018200                                  < DATE(:WS-TODAY-DATE-ISO)
018300                             THEN H.ENDDATE
018400                             ELSE DATE(:WS-TODAY-DATE-ISO)
018500                        END) - DAYS(H.STARTDATE) + 1)
018600                  <> H.ACCRUEDAMOUNT
018700            ORDER BY H.CLAIMNUMBER, H.HIRESEQ
018800     END-EXEC.
018900 LINKAGE SECTION.
019000 PROCEDURE DIVISION.
019100*****************************************************************
019200*    0000-MAINLINE                                             *
019300*****************************************************************
019400 0000-MAINLINE SECTION.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600     PERFORM 2000-ACCRUE-HIRE THRU 2000-EXIT
019700         UNTIL WS-DB2-EOF.
019800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019900     GO TO 9999-EXIT.
020000 0000-MAINLINE-EXIT.
020100     EXIT.
020200*****************************************************************
020300*    1000-INITIALIZE                                           *
020400*****************************************************************
020500 1000-INITIALIZE.
020600     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
020700     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
020800     MOVE 'S'        TO RCTL-ACTION
020900     MOVE 'LGHACR01' TO RCTL-JOBNAME
021000     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
021100     MOVE WS-CD-MM   TO RCTL-BD-MM
021200     MOVE WS-CD-DD   TO RCTL-BD-DD
021300     MOVE '-'        TO RCTL-BD-S1
021400     MOVE '-'        TO RCTL-BD-S2
021500     CALL 'LGRCTL01' USING RCTL-REQUEST
021600     IF RCTL-RC NOT EQUAL '00'
021700         DISPLAY 'LGHACR01 - RUN CONTROL REFUSED, RC='
021800                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
021900         GO TO 9999-EXIT
022000     END-IF.
022100     MOVE WS-CD-DD   TO WS-RD-DD
022200     MOVE WS-CD-MM   TO WS-RD-MM
022300     MOVE WS-CD-YYYY TO WS-RD-YYYY.
022400     MOVE WS-REPORT-DATE TO HA-H1-DATE.
022500     MOVE WS-CD-YYYY TO WS-TD-YYYY
022600     MOVE WS-CD-MM   TO WS-TD-MM
022700     MOVE WS-CD-DD   TO WS-TD-DD
022800     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
022900     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
023000     OPEN OUTPUT ACCRUAL-REPORT-FILE.
023100     IF NOT WS-HACRPT-OK
023200         DISPLAY 'LGHACR01 - HACRPT OPEN FAILED, STATUS='
023300                 WS-HACRPT-STATUS
023400         GO TO 9999-EXIT
023500     END-IF.
023600     WRITE HA-REPORT-LINE FROM HA-HEADING-1.
023700     WRITE HA-REPORT-LINE FROM HA-HEADING-2.
023800     EXEC SQL
023900         OPEN HIRE-ROW
024000     END-EXEC.
024100     IF SQLCODE NOT EQUAL 0
024200         DISPLAY 'LGHACR01 - CURSOR OPEN FAILED, SQLCODE='
024300                 SQLCODE
024400         GO TO 9999-EXIT
024500     END-IF.
024600     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
024700 1000-EXIT.
024800     EXIT.
024900*****************************************************************
025000*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
025100*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
025200*****************************************************************
025300 1050-GET-BUSINESS-DATE.
025400     EXEC SQL
025500         SELECT BUSINESSDATE
025600           INTO :WS-BUSINESS-DATE
025700           FROM BUSINESSDATE
025800          WHERE CONTROLID = 'LG'
025900     END-EXEC.
026000     IF SQLCODE EQUAL 0
026100         MOVE WS-BD-YYYY TO WS-CD-YYYY
026200         MOVE WS-BD-MM   TO WS-CD-MM
026300         MOVE WS-BD-DD   TO WS-CD-DD
026400     END-IF.
026500 1050-EXIT.
026600     EXIT.
026700*****************************************************************
026800*    2000-ACCRUE-HIRE - RE-PRICE ONE HIRE AND MOVE THE CLAIM    *
026900*    RESERVE BY THE CHANGE.  A RELEASE NEVER TAKES THE RESERVE  *
027000*    BELOW ZERO                                                 *
027100*****************************************************************
027200 2000-ACCRUE-HIRE.
027300     COMPUTE WS-TARGET-ACCRUAL =
027400         DB2-DAILYRATE * DB2-HIRE-DAYS.
027500     COMPUTE WS-ACCRUAL-CHANGE =
027600         WS-TARGET-ACCRUAL - DB2-ACCRUED-AMT.
027700     EXEC SQL
027800         SELECT COALESCE(RESERVEAMOUNT, 0)
027900           INTO :DB2-RESERVE-INT
028000           FROM CLAIM
028100          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
028200     END-EXEC.
028300     IF SQLCODE NOT EQUAL 0
028400         DISPLAY 'LGHACR01 - CLAIM SELECT FAILED, SQLCODE='
028500                 SQLCODE
028600         GO TO 9999-EXIT
028700     END-IF.
028800     COMPUTE DB2-NEWRESERVE-INT =
028900         DB2-RESERVE-INT + WS-ACCRUAL-CHANGE.
029000     IF DB2-NEWRESERVE-INT LESS THAN ZERO
029100         MOVE ZERO TO DB2-NEWRESERVE-INT
029200     END-IF.
029300     COMPUTE DB2-MOVEMENT-INT =
029400         DB2-NEWRESERVE-INT - DB2-RESERVE-INT.
029500     PERFORM 2100-MOVE-RESERVE THRU 2100-EXIT.
029600     EXEC SQL
029700         UPDATE CLAIMHIRE
029800            SET ACCRUEDAMOUNT = :WS-TARGET-ACCRUAL,
029900                ACCRUEDTO     = :DB2-ACCRUE-TO,
030000                LASTCHANGED   = CURRENT TIMESTAMP
030100          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
030200            AND HIRESEQ     = :DB2-HIRESEQ-SINT
030300     END-EXEC.
030400     IF SQLCODE NOT EQUAL 0
030500         DISPLAY 'LGHACR01 - HIRE UPDATE FAILED, SQLCODE='
030600                 SQLCODE
030700         GO TO 9999-EXIT
030800     END-IF.
030900     MOVE DB2-CLAIMNUM-INT   TO HA-D-CLAIMNUM.
031000     MOVE DB2-HIRESEQ-SINT   TO HA-D-HIRESEQ.
031100     MOVE DB2-HIRETYPE       TO HA-D-HIRETYPE.
031200     MOVE DB2-ACCRUE-TO      TO HA-D-ACCRUE-TO.
031300     MOVE DB2-HIRE-DAYS      TO HA-D-DAYS.
031400     MOVE DB2-DAILYRATE      TO HA-D-RATE.
031500     MOVE WS-TARGET-ACCRUAL  TO HA-D-ACCRUED.
031600     MOVE DB2-MOVEMENT-INT   TO HA-D-MOVEMENT.
031700     WRITE HA-REPORT-LINE FROM HA-DETAIL-LINE.
031800     ADD 1 TO WS-ACCRUED-COUNT.
031900     IF DB2-MOVEMENT-INT LESS THAN ZERO
032000         SUBTRACT DB2-MOVEMENT-INT FROM WS-RELEASED-AMOUNT
032100     ELSE
032200         ADD DB2-MOVEMENT-INT TO WS-RAISED-AMOUNT
032300     END-IF.
032400     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
032500 2000-EXIT.
032600     EXIT.
032700*****************************************************************
032800*    2100-MOVE-RESERVE - NO MOVEMENT ROW IS WRITTEN WHEN THE    *
032900*    FLOOR AT ZERO LEFT NOTHING TO MOVE                         *
033000*****************************************************************
033100 2100-MOVE-RESERVE.
033200     IF DB2-MOVEMENT-INT EQUAL ZERO
033300         GO TO 2100-EXIT
033400     END-IF.
033500     EXEC SQL
033600         UPDATE CLAIM
033700            SET RESERVEAMOUNT = :DB2-NEWRESERVE-INT,
033800                LASTCHANGED   = CURRENT TIMESTAMP
033900          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
034000     END-EXEC.
034100     IF SQLCODE NOT EQUAL 0
034200         DISPLAY 'LGHACR01 - RESERVE UPDATE FAILED, SQLCODE='
034300                 SQLCODE
034400         GO TO 9999-EXIT
034500     END-IF.
034600     EXEC SQL
034700         INSERT INTO RESERVEMOVEMENT
034800                   ( CLAIMNUMBER,
034900                     OLDAMOUNT,
035000                     NEWAMOUNT,
035100                     MOVEMENTAMOUNT,
035200                     MOVEREASON,
035300                     TRANSID,
035400                     TERMID,
035500                     MOVETIME )
035600            VALUES ( :DB2-CLAIMNUM-INT,
035700                     :DB2-RESERVE-INT,
035800                     :DB2-NEWRESERVE-INT,
035900                     :DB2-MOVEMENT-INT,
036000                     :WS-MOVE-REASON,
036100                     :WS-MOVE-TRANSID,
036200                     :WS-MOVE-TERMID,
036300                     CURRENT TIMESTAMP )
036400     END-EXEC.
036500     IF SQLCODE NOT EQUAL 0
036600         DISPLAY 'LGHACR01 - MOVEMENT INSERT FAILED, SQLCODE='
036700                 SQLCODE
036800         GO TO 9999-EXIT
036900     END-IF.
037000 2100-EXIT.
037100     EXIT.
037200*****************************************************************
037300*    3000-READ-DB2 - NEXT HIRE WHOSE PRICE HAS MOVED            *
037400*****************************************************************
037500 3000-READ-DB2.
037600     EXEC SQL
037700         FETCH HIRE-ROW
037800           INTO :DB2-CLAIMNUM-INT, :DB2-HIRESEQ-SINT,
037900                :DB2-HIRETYPE, :DB2-DAILYRATE,
038000                :DB2-ACCRUED-AMT, :DB2-HIRE-DAYS,
038100                :DB2-ACCRUE-TO
038200     END-EXEC.
038300     EVALUATE SQLCODE
038400         WHEN 0
038500             CONTINUE
038600         WHEN 100
038700             MOVE 'Y' TO WS-DB2-EOF-SWITCH
038800         WHEN OTHER
038900             DISPLAY 'LGHACR01 - CURSOR FETCH ERROR, SQLCODE='
039000                     SQLCODE
039100             GO TO 9999-EXIT
039200     END-EVALUATE.
039300 3000-EXIT.
039400     EXIT.
039500*****************************************************************
039600*    8000-FINALIZE                                             *
039700*****************************************************************
039800 8000-FINALIZE.
039900     EXEC SQL
040000         CLOSE HIRE-ROW
040100     END-EXEC.
040200     MOVE WS-ACCRUED-COUNT   TO HA-S1-COUNT.
040300     WRITE HA-REPORT-LINE FROM HA-SUMMARY-LINE-1.
040400     MOVE WS-RAISED-AMOUNT   TO HA-S2-AMOUNT.
040500     WRITE HA-REPORT-LINE FROM HA-SUMMARY-LINE-2.
040600     MOVE WS-RELEASED-AMOUNT TO HA-S3-AMOUNT.
040700     WRITE HA-REPORT-LINE FROM HA-SUMMARY-LINE-3.
040800     CLOSE ACCRUAL-REPORT-FILE.
040900     MOVE 'E' TO RCTL-ACTION
041000     CALL 'LGRCTL01' USING RCTL-REQUEST.
041100 8000-EXIT.
041200     EXIT.
041300*****************************************************************
041400*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
041500*****************************************************************
041600 9999-EXIT.
041700     STOP RUN.
