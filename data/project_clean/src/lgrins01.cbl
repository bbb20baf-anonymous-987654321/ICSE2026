000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGRINS01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        COMMERCIAL SUM INSURED REINSTATEMENT.  A LOSS
000800                 SETTLED THROUGH LGUCLM01 ERODES THE SUM INSURED
000900                 OF ITS LOCATION AND PERIL (SUMEROSION) AND RAISES
001000                 A PRO-RATA REINSTATEMENT PREMIUM AS A ONE-OFF
001100                 PAYMENTCOLLECTION.  THIS RUN RESTORES THE SUM
001200                 ONCE THAT PREMIUM HAS BEEN COLLECTED (BY DIRECT
001300                 DEBIT THROUGH LGDDC01 OR BY CARD THROUGH
001400                 LGCARD01), CLOSES EROSIONS WHOSE POLICY TERM HAS
001500                 SINCE ROLLED - THE NEW TERM STARTS WITH THE FULL
001600                 SCHEDULED SUMS - AND REPORTS EVERY SUM STILL
001700                 ERODED WITH THE STATE OF ITS PREMIUM.
001800*****************************************************************
001900*    MODIFICATION HISTORY                                      *
002000*    DATE      INIT   DESCRIPTION                               *
002100*    10/15/26  LGIT   INITIAL VERSION                           *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.    IBM-370.
002600 OBJECT-COMPUTER.    IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RINS-REPORT-FILE ASSIGN TO RINSRPT
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-RINSRPT-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  RINS-REPORT-FILE
003500     RECORDING MODE IS F.
003600 01  RI-REPORT-LINE              PIC X(133).
003700 WORKING-STORAGE SECTION.
003800*****************************************************************
003900*    FILE STATUS, SWITCHES AND COUNTERS                        *
004000*****************************************************************
004100 77  WS-RINSRPT-STATUS           PIC X(02) VALUE SPACES.
004200     88  WS-RINSRPT-OK                     VALUE '00'.
004300 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
004400     88  WS-DB2-EOF                        VALUE 'Y'.
004500 77  WS-REINSTATED-COUNT         PIC 9(07) COMP-3 VALUE 0.
004600 77  WS-REINSTATED-AMOUNT        PIC 9(11)V99 COMP-3 VALUE 0.
004700 77  WS-TERMEND-COUNT            PIC 9(07) COMP-3 VALUE 0.
004800 77  WS-TERMEND-AMOUNT           PIC 9(11)V99 COMP-3 VALUE 0.
004900 77  WS-AWAITING-COUNT           PIC 9(07) COMP-3 VALUE 0.
005000 77  WS-AWAITING-AMOUNT          PIC 9(11)V99 COMP-3 VALUE 0.
005100 77  WS-UNPAID-COUNT             PIC 9(07) COMP-3 VALUE 0.
005200 77  WS-UNPAID-AMOUNT            PIC 9(11)V99 COMP-3 VALUE 0.
005300 77  WS-PREMIUM-OUT-AMOUNT       PIC 9(11)V99 COMP-3 VALUE 0.
005400*****************************************************************
005500*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
005600*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
005700*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
005800*    RIGHT DATED OUTPUT AND SELECTIONS                            *
005900*****************************************************************
006000 01  WS-BUSINESS-DATE.
006100     05  WS-BD-YYYY              PIC 9(04).
006200     05  FILLER                  PIC X(01).
006300     05  WS-BD-MM                PIC 9(02).
006400     05  FILLER                  PIC X(01).
006500     05  WS-BD-DD                PIC 9(02).
006600 01  WS-CURRENT-DATE-TIME.
006700     05  WS-CD-YYYY              PIC 9(04).
006800     05  WS-CD-MM                PIC 9(02).
006900     05  WS-CD-DD                PIC 9(02).
007000     05  FILLER                  PIC X(10).
007100 01  WS-RUNDATE-ISO              PIC X(10).
007200 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
007300     05  WS-RI-YYYY              PIC 9(04).
007400     05  FILLER                  PIC X(01).
007500     05  WS-RI-MM                PIC 9(02).
007600     05  FILLER                  PIC X(01).
007700     05  WS-RI-DD                PIC 9(02).
007800*****************************************************************
007900*    ONE ERODED SUM.  TERM-ROLLED IS 'Y' WHEN THE POLICY HAS     *
008000*    RENEWED SINCE THE LOSS WAS SETTLED                          *
008100*****************************************************************
008200 01  DB2-EROSION-ROW.
008300     05  DB2-CLAIMNUM-INT        PIC S9(9) COMP.
008400     05  DB2-POLICYNUM-INT       PIC S9(9) COMP.
008500     05  DB2-CUSTOMERNUM-INT     PIC S9(9) COMP.
008600     05  DB2-LOCSEQ-SINT         PIC S9(4) COMP.
008700     05  DB2-PERIL               PIC X(01).
008800     05  DB2-ERODED              PIC S9(9)V99 COMP-3.
008900     05  DB2-PREMIUM             PIC S9(7)V99 COMP-3.
009000     05  DB2-ERODEDDATE          PIC X(10).
009100     05  DB2-TERM-ROLLED         PIC X(01).
009200 01  DB2-COLL-STATUS             PIC X(09).
009300 01  DB2-NEW-STATUS              PIC X(01).
009400 01  WS-ACTION                   PIC X(24) VALUE SPACES.
009500*****************************************************************
009600*    REPORT LINE LAYOUTS                                        *
009700*****************************************************************
009800 01  RI-HEADING-1.
009900     05  FILLER                  PIC X(44) VALUE
010000         'LG INSURANCE - SUM INSURED REINSTATEMENT'.
010100     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
010200     05  RI-H1-RUNDATE           PIC X(10).
010300     05  FILLER                  PIC X(69) VALUE SPACES.
010400 01  RI-HEADING-2.
010500     05  FILLER                  PIC X(12) VALUE '       CLAIM'.
010600     05  FILLER                  PIC X(12) VALUE '      POLICY'.
010700     05  FILLER                  PIC X(03) VALUE '  L'.
010800     05  FILLER                  PIC X(03) VALUE '  P'.
010900     05  FILLER                  PIC X(15) VALUE
011000         '         ERODED'.
011100     05  FILLER                  PIC X(12) VALUE '     PREMIUM'.
011200     05  FILLER                  PIC X(12) VALUE '  ERODED ON'.
011300     05  FILLER                  PIC X(26) VALUE '  ACTION'.
011400     05  FILLER                  PIC X(38) VALUE SPACES.
011500 01  RI-DETAIL-LINE.
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  RI-D-CLAIMNUM           PIC 9(10).
011800     05  FILLER                  PIC X(02) VALUE SPACES.
011900     05  RI-D-POLICYNUM          PIC 9(10).
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  RI-D-LOCSEQ             PIC 9(01).
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  RI-D-PERIL              PIC X(01).
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  RI-D-ERODED             PIC ZZ,ZZZ,ZZ9.99.
012600     05  FILLER                  PIC X(02) VALUE SPACES.
012700     05  RI-D-PREMIUM            PIC ZZZ,ZZ9.99.
012800     05  FILLER                  PIC X(02) VALUE SPACES.
012900     05  RI-D-ERODEDDATE         PIC X(10).
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  RI-D-ACTION             PIC X(24).
013200     05  FILLER                  PIC X(38) VALUE SPACES.
013300 01  RI-SUMMARY-LINE.
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  RI-S-LABEL              PIC X(40).
013600     05  RI-S-COUNT              PIC ZZZ,ZZ9.
013700     05  FILLER                  PIC X(04) VALUE SPACES.
013800     05  RI-S-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
013900     05  FILLER                  PIC X(63) VALUE SPACES.
014000     EXEC SQL
014100         INCLUDE SQLCA
014200     END-EXEC.
014300     COPY LGRCTL.
014400*****************************************************************
014500*    EVERY SUM STILL ERODED, WITH WHETHER ITS POLICY HAS ROLLED  *
014600*    INTO A NEW TERM SINCE THE LOSS                              *
014700*****************************************************************
014800     EXEC SQL
014900         DECLARE ERODED-SUMS CURSOR FOR
015000           SELECT E.CLAIMNUMBER, E.POLICYNUMBER, E.CUSTOMERNUMBER,
015100                  E.LOCSEQ, E.PERIL, E.ERODEDAMOUNT,
015200                  E.REINSTPREMIUM, CHAR(E.ERODEDDATE, ISO),
015300                  CASE WHEN DATE(P.ISSUEDATE) > E.ERODEDDATE
015400                       THEN 'Y' ELSE 'N' END
015500             FROM SUMEROSION E,
015600                  POLICY P
015700            WHERE E.STATUS       = 'E'
015800              AND P.POLICYNUMBER = E.POLICYNUMBER
015900            ORDER BY E.POLICYNUMBER, E.LOCSEQ, E.CLAIMNUMBER
016000     END-EXEC.
016100 LINKAGE SECTION.
016200 PROCEDURE DIVISION.
016300*****************************************************************
016400*    0000-MAINLINE                                             *
016500*****************************************************************
016600 0000-MAINLINE SECTION.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     PERFORM 2000-PROCESS-EROSION THRU 2000-EXIT
016900         UNTIL WS-DB2-EOF.
017000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
017100     GO TO 9999-EXIT.
017200 0000-MAINLINE-EXIT.
017300     EXIT.
017400*****************************************************************
017500*    1000-INITIALIZE - REGISTER THE RUN, OPEN THE REPORT AND     *
017600*    THE EROSION CURSOR                                          *
017700*****************************************************************
017800 1000-INITIALIZE.
017900     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
018000     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
018100*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
018200*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
018300*    PROTECTION LIVE IN LGRCTL01
018400     MOVE 'S'        TO RCTL-ACTION
018500     MOVE 'LGRINS01' TO RCTL-JOBNAME
018600     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
018700     MOVE WS-CD-MM   TO RCTL-BD-MM
018800     MOVE WS-CD-DD   TO RCTL-BD-DD
018900     MOVE '-'        TO RCTL-BD-S1
019000     MOVE '-'        TO RCTL-BD-S2
019100     CALL 'LGRCTL01' USING RCTL-REQUEST
019200     IF RCTL-RC NOT EQUAL '00'
019300         DISPLAY 'LGRINS01 - RUN CONTROL REFUSED, RC='
019400                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
019500         GO TO 9999-EXIT
019600     END-IF.
019700     MOVE WS-CD-YYYY TO WS-RI-YYYY.
019800     MOVE WS-CD-MM   TO WS-RI-MM.
019900     MOVE WS-CD-DD   TO WS-RI-DD.
020000     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
020100     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
020200     OPEN OUTPUT RINS-REPORT-FILE.
020300     IF NOT WS-RINSRPT-OK
020400         DISPLAY 'LGRINS01 - RINSRPT OPEN FAILED, STATUS='
020500                 WS-RINSRPT-STATUS
020600         GO TO 9999-EXIT
020700     END-IF.
020800     MOVE WS-RUNDATE-ISO TO RI-H1-RUNDATE.
020900     WRITE RI-REPORT-LINE FROM RI-HEADING-1.
021000     WRITE RI-REPORT-LINE FROM RI-HEADING-2.
021100     EXEC SQL
021200         OPEN ERODED-SUMS
021300     END-EXEC.
021400     IF SQLCODE NOT EQUAL 0
021500         DISPLAY 'LGRINS01 - CURSOR OPEN, SQLCODE=' SQLCODE
021600         GO TO 9999-EXIT
021700     END-IF.
021800     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
021900 1000-EXIT.
022000     EXIT.
022100*****************************************************************
022200*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
022300*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
022400*****************************************************************
022500 1050-GET-BUSINESS-DATE.
022600     EXEC SQL
022700         SELECT BUSINESSDATE
022800           INTO :WS-BUSINESS-DATE
022900           FROM BUSINESSDATE
023000          WHERE CONTROLID = 'LG'
023100     END-EXEC.
023200     IF SQLCODE EQUAL 0
023300         MOVE WS-BD-YYYY TO WS-CD-YYYY
023400         MOVE WS-BD-MM   TO WS-CD-MM
023500         MOVE WS-BD-DD   TO WS-CD-DD
023600     END-IF.
023700 1050-EXIT.
023800     EXIT.
023900*****************************************************************
024000*    2000-PROCESS-EROSION - ONE ERODED SUM.  A POLICY THAT HAS   *
024100*    RENEWED SINCE THE LOSS STARTS ITS NEW TERM WITH THE FULL    *
024200*    SCHEDULED SUMS, SO THE EROSION IS CLOSED WHETHER OR NOT THE *
024300*    PREMIUM WAS EVER PAID (ANY ARREARS STAY WITH CREDIT         *
024400*    CONTROL ON PAYMENTCOLLECTION).  OTHERWISE THE PREMIUM'S     *
024500*    COLLECTION DECIDES: COLLECTED REINSTATES THE SUM; FAILED,   *
024600*    RETURNED OR UN-NOTIFIABLE LEAVES IT ERODED FOR THE BROKER   *
024700*    TO CHASE; ANYTHING ELSE IS STILL IN FLIGHT                  *
024800*****************************************************************
024900 2000-PROCESS-EROSION.
025000     IF DB2-TERM-ROLLED EQUAL 'Y'
025100         MOVE 'T' TO DB2-NEW-STATUS
025200         PERFORM 2500-CLOSE-EROSION THRU 2500-EXIT
025300         MOVE 'TERM RENEWED - RESTORED' TO WS-ACTION
025400         ADD 1 TO WS-TERMEND-COUNT
025500         ADD DB2-ERODED TO WS-TERMEND-AMOUNT
025600         GO TO 2000-WRITE
025700     END-IF.
025800     MOVE SPACES TO DB2-COLL-STATUS.
025900     EXEC SQL
026000         SELECT STATUS
026100           INTO :DB2-COLL-STATUS
026200           FROM PAYMENTCOLLECTION
026300          WHERE POLICYNUMBER     = :DB2-POLICYNUM-INT
026400            AND CUSTOMERNUMBER   = :DB2-CUSTOMERNUM-INT
026500            AND COLLECTIONAMOUNT = :DB2-PREMIUM
026600            AND CYCLEDATE       >= :DB2-ERODEDDATE
026700          ORDER BY CYCLEDATE DESC
026800          FETCH FIRST 1 ROW ONLY
026900     END-EXEC.
027000     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
027100         DISPLAY 'LGRINS01 - COLLECTION SELECT, SQLCODE=' SQLCODE
027200         GO TO 9999-EXIT
027300     END-IF.
027400     EVALUATE DB2-COLL-STATUS
027500         WHEN 'COLLECTED'
027600             MOVE 'R' TO DB2-NEW-STATUS
027700             PERFORM 2500-CLOSE-EROSION THRU 2500-EXIT
027800             MOVE 'PREMIUM PAID - RESTORED' TO WS-ACTION
027900             ADD 1 TO WS-REINSTATED-COUNT
028000             ADD DB2-ERODED TO WS-REINSTATED-AMOUNT
028100         WHEN 'DUE'
028200         WHEN 'SUBMITTED'
028300             MOVE 'AWAITING PREMIUM' TO WS-ACTION
028400             ADD 1 TO WS-AWAITING-COUNT
028500             ADD DB2-ERODED TO WS-AWAITING-AMOUNT
028600             ADD DB2-PREMIUM TO WS-PREMIUM-OUT-AMOUNT
028700         WHEN OTHER
028800             MOVE 'PREMIUM NOT COLLECTED' TO WS-ACTION
028900             ADD 1 TO WS-UNPAID-COUNT
029000             ADD DB2-ERODED TO WS-UNPAID-AMOUNT
029100             ADD DB2-PREMIUM TO WS-PREMIUM-OUT-AMOUNT
029200     END-EVALUATE.
029300 2000-WRITE.
029400     MOVE DB2-CLAIMNUM-INT    TO RI-D-CLAIMNUM.
029500     MOVE DB2-POLICYNUM-INT   TO RI-D-POLICYNUM.
029600     MOVE DB2-LOCSEQ-SINT     TO RI-D-LOCSEQ.
029700     MOVE DB2-PERIL           TO RI-D-PERIL.
029800     MOVE DB2-ERODED          TO RI-D-ERODED.
029900     MOVE DB2-PREMIUM         TO RI-D-PREMIUM.
030000     MOVE DB2-ERODEDDATE      TO RI-D-ERODEDDATE.
030100     MOVE WS-ACTION           TO RI-D-ACTION.
030200     WRITE RI-REPORT-LINE FROM RI-DETAIL-LINE.
030300     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
030400 2000-EXIT.
030500     EXIT.
030600*****************************************************************
030700*    2500-CLOSE-EROSION - THE SUM IS AVAILABLE IN FULL AGAIN     *
030800*****************************************************************
030900 2500-CLOSE-EROSION.
031000     EXEC SQL
031100         UPDATE SUMEROSION
031200            SET STATUS         = :DB2-NEW-STATUS,
031300                REINSTATEDDATE = :WS-RUNDATE-ISO,
031400                LASTCHANGED    = CURRENT TIMESTAMP
031500          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
031600            AND STATUS      = 'E'
031700     END-EXEC.
031800     IF SQLCODE NOT EQUAL 0
031900         DISPLAY 'LGRINS01 - EROSION UPDATE, SQLCODE=' SQLCODE
032000         GO TO 9999-EXIT
032100     END-IF.
032200 2500-EXIT.
032300     EXIT.
032400*****************************************************************
032500*    3000-READ-DB2 - NEXT ERODED SUM                             *
032600*****************************************************************
032700 3000-READ-DB2.
032800     EXEC SQL
032900         FETCH ERODED-SUMS
033000           INTO :DB2-CLAIMNUM-INT, :DB2-POLICYNUM-INT,
033100                :DB2-CUSTOMERNUM-INT, :DB2-LOCSEQ-SINT,
033200                :DB2-PERIL, :DB2-ERODED, :DB2-PREMIUM,
033300                :DB2-ERODEDDATE, :DB2-TERM-ROLLED
033400     END-EXEC.
033500     EVALUATE SQLCODE
033600         WHEN 0
033700             CONTINUE
033800         WHEN 100
033900             MOVE 'Y' TO WS-DB2-EOF-SWITCH
034000         WHEN OTHER
034100             DISPLAY 'LGRINS01 - CURSOR FETCH, SQLCODE=' SQLCODE
034200             GO TO 9999-EXIT
034300     END-EVALUATE.
034400 3000-EXIT.
034500     EXIT.
034600*****************************************************************
034700*    8000-FINALIZE - RUN TOTALS AND CLOSE EVERYTHING             *
034800*****************************************************************
034900 8000-FINALIZE.
035000     EXEC SQL
035100         CLOSE ERODED-SUMS
035200     END-EXEC.
035300     MOVE 'REINSTATED ON PAYMENT OF PREMIUM' TO RI-S-LABEL.
035400     MOVE WS-REINSTATED-COUNT           TO RI-S-COUNT.
035500     MOVE WS-REINSTATED-AMOUNT          TO RI-S-AMOUNT.
035600     WRITE RI-REPORT-LINE FROM RI-SUMMARY-LINE.
035700     MOVE 'RESTORED BY RENEWAL'         TO RI-S-LABEL.
035800     MOVE WS-TERMEND-COUNT              TO RI-S-COUNT.
035900     MOVE WS-TERMEND-AMOUNT             TO RI-S-AMOUNT.
036000     WRITE RI-REPORT-LINE FROM RI-SUMMARY-LINE.
036100     MOVE 'STILL ERODED - AWAITING PREMIUM' TO RI-S-LABEL.
036200     MOVE WS-AWAITING-COUNT             TO RI-S-COUNT.
036300     MOVE WS-AWAITING-AMOUNT            TO RI-S-AMOUNT.
036400     WRITE RI-REPORT-LINE FROM RI-SUMMARY-LINE.
036500     MOVE 'STILL ERODED - PREMIUM NOT COLLECTED' TO RI-S-LABEL.
036600     MOVE WS-UNPAID-COUNT               TO RI-S-COUNT.
036700     MOVE WS-UNPAID-AMOUNT              TO RI-S-AMOUNT.
036800     WRITE RI-REPORT-LINE FROM RI-SUMMARY-LINE.
036900     MOVE 'REINSTATEMENT PREMIUM OUTSTANDING' TO RI-S-LABEL.
037000     COMPUTE RI-S-COUNT = WS-AWAITING-COUNT + WS-UNPAID-COUNT.
037100     MOVE WS-PREMIUM-OUT-AMOUNT         TO RI-S-AMOUNT.
037200     WRITE RI-REPORT-LINE FROM RI-SUMMARY-LINE.
037300     CLOSE RINS-REPORT-FILE.
037400     COMPUTE RCTL-RECORD-COUNT =
037500         WS-REINSTATED-COUNT + WS-TERMEND-COUNT.
037600     MOVE 'E' TO RCTL-ACTION
037700     CALL 'LGRCTL01' USING RCTL-REQUEST.
037800 8000-EXIT.
037900     EXIT.
038000*****************************************************************
038100*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
038200*****************************************************************
038300 9999-EXIT.
038400     STOP RUN.
