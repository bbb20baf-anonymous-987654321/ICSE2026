000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGBALN01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        END-OF-NIGHT FINANCIAL BALANCING - PROVES THE GL
000800                 EXTRACT (LGGLEX01) EQUALS THE COLLECTIONS, CLAIM
000900                 DISBURSEMENTS AND REFUNDS THE SOURCE JOBS SAY
001000                 THEY MOVED ON THE BUSINESS DATE, CASH TYPE BY
001100                 CASH TYPE ON RECORD COUNT, AMOUNT AND HASH
001200                 TOTAL, FROM THE STANDARD CONTROL RECORDS ON
001300                 JOBCONTROLTOTAL (LGCTOT01).  EVERY CONTROL
001400                 RECORD IS LISTED SO A GAP CAN BE TRACED TO THE
001500                 JOB AND CASH TYPE THAT CAUSED IT.  ANY
001600                 DIFFERENCE FAILS THE STEP (RETURN CODE 16) AND
001700                 THE RUN IS NOT MARKED COMPLETE, SO NOTHING
001800                 THAT DEPENDS ON A BALANCED NIGHT CAN START.
001900*****************************************************************
002000*    MODIFICATION HISTORY                                      *
002100*    DATE      INIT   DESCRIPTION                               *
002200*    10/15/26  LGIT   INITIAL VERSION                           *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.    IBM-370.
002700 OBJECT-COMPUTER.    IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT BALANCE-REPORT-FILE ASSIGN TO BALRPT
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-BALRPT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  BALANCE-REPORT-FILE
003600     RECORDING MODE IS F.
003700 01  BL-REPORT-LINE              PIC X(133).
003800 WORKING-STORAGE SECTION.
003900*****************************************************************
004000*    FILE STATUS, SWITCHES AND COUNTERS                        *
004100*****************************************************************
004200 77  WS-BALRPT-STATUS            PIC X(02) VALUE SPACES.
004300     88  WS-BALRPT-OK                      VALUE '00'.
004400 77  WS-CUR-EOF-SWITCH           PIC X(01) VALUE 'N'.
004500     88  WS-CUR-EOF                        VALUE 'Y'.
004600 77  WS-BALANCE-SWITCH           PIC X(01) VALUE 'Y'.
004700     88  WS-IN-BALANCE                     VALUE 'Y'.
004800     88  WS-OUT-OF-BALANCE                 VALUE 'N'.
004900 77  WS-LEDGER-SEEN-SWITCH       PIC X(01) VALUE 'N'.
005000     88  WS-LEDGER-SEEN                    VALUE 'Y'.
005100 77  WS-RECORD-COUNT             PIC 9(07) COMP-3 VALUE 0.
005200 77  WS-BAL-INDEX                PIC S9(4) COMP VALUE +0.
005300*****************************************************************
005400*    THE LEDGER SIDE IS THE GL EXTRACT'S OWN CONTROL RECORD;   *
005500*    EVERY OTHER JOB'S RECORD FOR THE CASH TYPE IS SOURCE      *
005600*****************************************************************
005700 77  WS-LEDGER-JOB               PIC X(08) VALUE 'LGGLEX01'.
005800*****************************************************************
005900*    BALANCING TABLE - 1 COLLECTIONS, 2 CLAIM DISBURSEMENTS,   *
006000*    3 REFUNDS, 4 THE WHOLE NIGHT (GL = COL + CLM + RFD)       *
006100*****************************************************************
006200 01  WS-BALANCE-TABLE.
006300     05  WS-BAL-ENTRY            OCCURS 4 TIMES.
006400         10  WS-SRC-COUNT        PIC S9(9) COMP.
006500         10  WS-SRC-AMOUNT       PIC S9(11)V99 COMP-3.
006600         10  WS-SRC-HASH         PIC S9(15) COMP-3.
006700         10  WS-GL-COUNT         PIC S9(9) COMP.
006800         10  WS-GL-AMOUNT        PIC S9(11)V99 COMP-3.
006900         10  WS-GL-HASH          PIC S9(15) COMP-3.
007000 01  WS-BAL-LABELS.
007100     05  FILLER                  PIC X(25)
007200                                 VALUE 'COLCOLLECTIONS'.
007300     05  FILLER                  PIC X(25)
007400                                 VALUE 'CLMCLAIM DISBURSEMENTS'.
007500     05  FILLER                  PIC X(25)
007600                                 VALUE 'RFDPREMIUM REFUNDS'.
007700     05  FILLER                  PIC X(25)
007800                                 VALUE '   NIGHT: GL=COL+CLM+RFD'.
007900 01  WS-BAL-LABEL-TABLE REDEFINES WS-BAL-LABELS.
008000     05  WS-BAL-LABEL-ENTRY      OCCURS 4 TIMES.
008100         10  WS-BAL-CASH-TYPE    PIC X(03).
008200         10  WS-BAL-DESC         PIC X(22).
008300 01  WS-DIFF-COUNT               PIC S9(9) COMP.
008400 01  WS-DIFF-AMOUNT              PIC S9(11)V99 COMP-3.
008500*****************************************************************
008600*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
008700*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
008800*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
008900*    RIGHT DATED OUTPUT AND SELECTIONS                            *
009000*****************************************************************
009100 01  WS-BUSINESS-DATE.
009200     05  WS-BD-YYYY              PIC 9(04).
009300     05  FILLER                  PIC X(01).
009400     05  WS-BD-MM                PIC 9(02).
009500     05  FILLER                  PIC X(01).
009600     05  WS-BD-DD                PIC 9(02).
009700 01  WS-CURRENT-DATE-TIME.
009800     05  WS-CD-YYYY              PIC 9(04).
009900     05  WS-CD-MM                PIC 9(02).
010000     05  WS-CD-DD                PIC 9(02).
010100     05  FILLER                  PIC X(10).
010200 01  WS-RUNDATE-ISO              PIC X(10).
010300 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
010400     05  WS-RI-YYYY              PIC 9(04).
010500     05  FILLER                  PIC X(01).
010600     05  WS-RI-MM                PIC 9(02).
010700     05  FILLER                  PIC X(01).
010800     05  WS-RI-DD                PIC 9(02).
010900*****************************************************************
011000*    DB2 HOST VARIABLES                                        *
011100*****************************************************************
011200 01  DB2-CONTROL-ROW.
011300     05  DB2-JOBNAME             PIC X(08).
011400     05  DB2-CASHTYPE            PIC X(03).
011500     05  DB2-RECORDCOUNT         PIC S9(9) COMP.
011600     05  DB2-AMOUNTTOTAL         PIC S9(11)V99 COMP-3.
011700     05  DB2-HASHTOTAL           PIC S9(15) COMP-3.
011800*****************************************************************
011900*    REPORT LINE LAYOUTS                                       *
012000*****************************************************************
012100 01  BL-HEADING-1.
012200     05  FILLER                  PIC X(43) VALUE
012300         'LG INSURANCE - NIGHTLY FINANCIAL BALANCING'.
012400     05  FILLER                  PIC X(15)
012500                                 VALUE ' BUSINESS DATE '.
012600     05  BL-H1-DATE              PIC X(10) VALUE SPACES.
012700     05  FILLER                  PIC X(65) VALUE SPACES.
012800 01  BL-SECTION-LINE.
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  BL-SECTION-TITLE        PIC X(70).
013100     05  FILLER                  PIC X(61) VALUE SPACES.
013200 01  BL-RECORD-COLUMNS.
013300     05  FILLER                  PIC X(02) VALUE SPACES.
013400     05  FILLER                  PIC X(10) VALUE 'JOB'.
013500     05  FILLER                  PIC X(06) VALUE 'TYPE'.
013600     05  FILLER                  PIC X(08) VALUE 'SIDE'.
013700     05  FILLER                  PIC X(09) VALUE '  RECORDS'.
013800     05  FILLER                  PIC X(20) VALUE
013900         '              AMOUNT'.
014000     05  FILLER                  PIC X(22) VALUE
014100         '            HASH TOTAL'.
014200     05  FILLER                  PIC X(56) VALUE SPACES.
014300 01  BL-RECORD-LINE.
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  BL-R-JOBNAME            PIC X(08).
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014700     05  BL-R-CASHTYPE           PIC X(03).
014800     05  FILLER                  PIC X(03) VALUE SPACES.
014900     05  BL-R-SIDE               PIC X(06).
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  BL-R-COUNT              PIC ZZZ,ZZ9.
015200     05  FILLER                  PIC X(03) VALUE SPACES.
015300     05  BL-R-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  BL-R-HASH               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
015600     05  FILLER                  PIC X(58) VALUE SPACES.
015700 01  BL-BALANCE-COLUMNS.
015800     05  FILLER                  PIC X(24) VALUE SPACES.
015900     05  FILLER                  PIC X(27) VALUE
016000         '  ------- SOURCE JOBS -----'.
016100     05  FILLER                  PIC X(27) VALUE
016200         '  -------- GL EXTRACT -----'.
016300     05  FILLER                  PIC X(29) VALUE
016400         '  -------- DIFFERENCE -------'.
016500     05  FILLER                  PIC X(26) VALUE SPACES.
016600 01  BL-BALANCE-LINE.
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  BL-B-DESC               PIC X(22).
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  BL-B-SRC-COUNT          PIC ZZZ,ZZ9.
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  BL-B-SRC-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  BL-B-GL-COUNT           PIC ZZZ,ZZ9.
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  BL-B-GL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  BL-B-DIFF-COUNT         PIC ZZZ,ZZ9-.
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  BL-B-DIFF-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  BL-B-HASH-STATUS        PIC X(08).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  BL-B-STATUS             PIC X(10).
018500     05  FILLER                  PIC X(04) VALUE SPACES.
018600 01  BL-RESULT-LINE.
018700     05  FILLER                  PIC X(02) VALUE SPACES.
018800     05  BL-RESULT-TEXT          PIC X(70).
018900     05  FILLER                  PIC X(61) VALUE SPACES.
019000 01  BL-BLANK-LINE               PIC X(133) VALUE SPACES.
019100     COPY LGRCTL.
019200     EXEC SQL
019300         INCLUDE SQLCA
019400     END-EXEC.
019500*****************************************************************
019600*    EVERY CONTROL RECORD FOR THE DATE ON THE CASH TYPES THE    *
019700*    LEDGER IS BALANCED ON                                      *
019800*****************************************************************
019900     EXEC SQL
020000         DECLARE CTL-TOTALS CURSOR FOR
020100           SELECT JOBNAME, CASHTYPE, RECORDCOUNT,
020200                  AMOUNTTOTAL, HASHTOTAL
020300             FROM JOBCONTROLTOTAL
020400            WHERE BUSINESSDATE = :WS-RUNDATE-ISO
020500              AND CASHTYPE IN ('COL','CLM','RFD')
020600            ORDER BY CASHTYPE, JOBNAME
020700     END-EXEC.
020800 LINKAGE SECTION.
020900 PROCEDURE DIVISION.
021000*****************************************************************
021100*    0000-MAINLINE                                             *
021200*****************************************************************
021300 0000-MAINLINE SECTION.
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021500     PERFORM 2000-CONTROL-RECORDS THRU 2000-EXIT.
021600     PERFORM 3000-BALANCE THRU 3000-EXIT.
021700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
021800     GO TO 9999-EXIT.
021900 0000-MAINLINE-EXIT.
022000     EXIT.
022100*****************************************************************
022200*    1000-INITIALIZE - REGISTER THE RUN, OPEN THE REPORT         *
022300*****************************************************************
022400 1000-INITIALIZE.
022500     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
022600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
022700*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
022800*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
022900*    PROTECTION LIVE IN LGRCTL01
023000     MOVE 'S'        TO RCTL-ACTION
023100     MOVE 'LGBALN01' TO RCTL-JOBNAME
023200     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
023300     MOVE WS-CD-MM   TO RCTL-BD-MM
023400     MOVE WS-CD-DD   TO RCTL-BD-DD
023500     MOVE '-'        TO RCTL-BD-S1
023600     MOVE '-'        TO RCTL-BD-S2
023700     CALL 'LGRCTL01' USING RCTL-REQUEST
023800     IF RCTL-RC NOT EQUAL '00'
023900         DISPLAY 'LGBALN01 - RUN CONTROL REFUSED, RC='
024000                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
024100         MOVE 16 TO RETURN-CODE
024200         GO TO 9999-EXIT
024300     END-IF.
024400     MOVE WS-CD-YYYY TO WS-RI-YYYY.
024500     MOVE WS-CD-MM   TO WS-RI-MM.
024600     MOVE WS-CD-DD   TO WS-RI-DD.
024700     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
024800     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
024900     INITIALIZE WS-BALANCE-TABLE.
025000     OPEN OUTPUT BALANCE-REPORT-FILE.
025100     IF NOT WS-BALRPT-OK
025200         DISPLAY 'LGBALN01 - BALRPT OPEN FAILED, STATUS='
025300                 WS-BALRPT-STATUS
025400         MOVE 16 TO RETURN-CODE
025500         GO TO 9999-EXIT
025600     END-IF.
025700     MOVE WS-RUNDATE-ISO TO BL-H1-DATE.
025800     WRITE BL-REPORT-LINE FROM BL-HEADING-1.
025900 1000-EXIT.
026000     EXIT.
026100*****************************************************************
026200*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
026300*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
026400*****************************************************************
026500 1050-GET-BUSINESS-DATE.
026600     EXEC SQL
026700         SELECT BUSINESSDATE
026800           INTO :WS-BUSINESS-DATE
026900           FROM BUSINESSDATE
027000          WHERE CONTROLID = 'LG'
027100     END-EXEC.
027200     IF SQLCODE EQUAL 0
027300         MOVE WS-BD-YYYY TO WS-CD-YYYY
027400         MOVE WS-BD-MM   TO WS-CD-MM
027500         MOVE WS-BD-DD   TO WS-CD-DD
027600     END-IF.
027700 1050-EXIT.
027800     EXIT.
027900*****************************************************************
028000*    2000-CONTROL-RECORDS - LIST EVERY CONTROL RECORD AND POST   *
028100*    IT TO ITS CASH TYPE, SOURCE OR LEDGER SIDE                  *
028200*****************************************************************
028300 2000-CONTROL-RECORDS.
028400     WRITE BL-REPORT-LINE FROM BL-BLANK-LINE.
028500     MOVE 'CONTROL RECORDS WRITTEN FOR THE BUSINESS DATE'
028600       TO BL-SECTION-TITLE.
028700     WRITE BL-REPORT-LINE FROM BL-SECTION-LINE.
028800     WRITE BL-REPORT-LINE FROM BL-RECORD-COLUMNS.
028900     EXEC SQL
029000         OPEN CTL-TOTALS
029100     END-EXEC.
029200     IF SQLCODE NOT EQUAL 0
029300         DISPLAY 'LGBALN01 - CONTROL CURSOR OPEN, SQLCODE='
029400                 SQLCODE
029500         MOVE 16 TO RETURN-CODE
029600         GO TO 9999-EXIT
029700     END-IF.
029800     PERFORM 2100-FETCH-CONTROL THRU 2100-EXIT.
029900     PERFORM 2200-POST-CONTROL THRU 2200-EXIT
030000         UNTIL WS-CUR-EOF.
030100     EXEC SQL
030200         CLOSE CTL-TOTALS
030300     END-EXEC.
030400     IF WS-RECORD-COUNT EQUAL ZERO
030500         MOVE '  NO CONTROL RECORDS ON FILE FOR THE DATE'
030600           TO BL-RESULT-TEXT
030700         WRITE BL-REPORT-LINE FROM BL-RESULT-LINE
030800     END-IF.
030900 2000-EXIT.
031000     EXIT.
031100 2100-FETCH-CONTROL.
031200     EXEC SQL
031300         FETCH CTL-TOTALS
031400           INTO :DB2-JOBNAME, :DB2-CASHTYPE, :DB2-RECORDCOUNT,
031500                :DB2-AMOUNTTOTAL, :DB2-HASHTOTAL
031600     END-EXEC.
031700     EVALUATE SQLCODE
031800         WHEN 0
031900             CONTINUE
032000         WHEN 100
032100             MOVE 'Y' TO WS-CUR-EOF-SWITCH
032200         WHEN OTHER
032300             DISPLAY 'LGBALN01 - CONTROL FETCH, SQLCODE='
032400                     SQLCODE
032500             MOVE 16 TO RETURN-CODE
032600             GO TO 9999-EXIT
032700     END-EVALUATE.
032800 2100-EXIT.
032900     EXIT.
033000 2200-POST-CONTROL.
033100     EVALUATE DB2-CASHTYPE
033200         WHEN 'COL'
033300             MOVE 1 TO WS-BAL-INDEX
033400         WHEN 'CLM'
033500             MOVE 2 TO WS-BAL-INDEX
033600         WHEN OTHER
033700             MOVE 3 TO WS-BAL-INDEX
033800     END-EVALUATE.
033900     IF DB2-JOBNAME EQUAL WS-LEDGER-JOB
034000         MOVE 'Y'        TO WS-LEDGER-SEEN-SWITCH
034100         MOVE 'LEDGER'   TO BL-R-SIDE
034200         ADD DB2-RECORDCOUNT TO WS-GL-COUNT(WS-BAL-INDEX)
034300         ADD DB2-AMOUNTTOTAL TO WS-GL-AMOUNT(WS-BAL-INDEX)
034400         ADD DB2-HASHTOTAL   TO WS-GL-HASH(WS-BAL-INDEX)
034500     ELSE
034600         MOVE 'SOURCE'   TO BL-R-SIDE
034700         ADD DB2-RECORDCOUNT TO WS-SRC-COUNT(WS-BAL-INDEX)
034800         ADD DB2-AMOUNTTOTAL TO WS-SRC-AMOUNT(WS-BAL-INDEX)
034900         ADD DB2-HASHTOTAL   TO WS-SRC-HASH(WS-BAL-INDEX)
035000     END-IF.
035100     MOVE DB2-JOBNAME     TO BL-R-JOBNAME.
035200     MOVE DB2-CASHTYPE    TO BL-R-CASHTYPE.
035300     MOVE DB2-RECORDCOUNT TO BL-R-COUNT.
035400     MOVE DB2-AMOUNTTOTAL TO BL-R-AMOUNT.
035500     MOVE DB2-HASHTOTAL   TO BL-R-HASH.
035600     WRITE BL-REPORT-LINE FROM BL-RECORD-LINE.
035700     ADD 1 TO WS-RECORD-COUNT.
035800     PERFORM 2100-FETCH-CONTROL THRU 2100-EXIT.
035900 2200-EXIT.
036000     EXIT.
036100*****************************************************************
036200*    3000-BALANCE - EACH CASH TYPE, THEN THE NIGHT AS A WHOLE.   *
036300*    A LEDGER THAT NEVER WROTE ITS CONTROL RECORDS CANNOT BE     *
036400*    SHOWN TO BALANCE, WHATEVER THE SOURCE SIDE SAYS             *
036500*****************************************************************
036600 3000-BALANCE.
036700     WRITE BL-REPORT-LINE FROM BL-BLANK-LINE.
036800     MOVE 'GL EXTRACT AGAINST SOURCE JOBS BY CASH TYPE'
036900       TO BL-SECTION-TITLE.
037000     WRITE BL-REPORT-LINE FROM BL-SECTION-LINE.
037100     WRITE BL-REPORT-LINE FROM BL-BALANCE-COLUMNS.
037200     MOVE 1 TO WS-BAL-INDEX.
037300     PERFORM 3100-BALANCE-TYPE THRU 3100-EXIT
037400         UNTIL WS-BAL-INDEX GREATER THAN 3.
037500     WRITE BL-REPORT-LINE FROM BL-BLANK-LINE.
037600     PERFORM 3100-BALANCE-TYPE THRU 3100-EXIT.
037700     IF NOT WS-LEDGER-SEEN
037800         MOVE 'N' TO WS-BALANCE-SWITCH
037900         WRITE BL-REPORT-LINE FROM BL-BLANK-LINE
038000         MOVE '  NO GL EXTRACT CONTROL RECORDS FOR THE DATE'
038100           TO BL-RESULT-TEXT
038200         WRITE BL-REPORT-LINE FROM BL-RESULT-LINE
038300     END-IF.
038400 3000-EXIT.
038500     EXIT.
038600*****************************************************************
038700*    3100-BALANCE-TYPE - ONE BALANCING LINE.  THE CASH TYPES     *
038800*    ROLL INTO ENTRY 4 AS THEY ARE PRINTED, SO ENTRY 4 IS THE    *
038900*    NIGHT'S TOTAL BY THE TIME IT IS PRINTED ITSELF.  COUNTS,    *
039000*    AMOUNTS AND HASHES MUST ALL AGREE                           *
039100*****************************************************************
039200 3100-BALANCE-TYPE.
039300     IF WS-BAL-INDEX LESS THAN 4
039400         ADD WS-SRC-COUNT(WS-BAL-INDEX)  TO WS-SRC-COUNT(4)
039500         ADD WS-SRC-AMOUNT(WS-BAL-INDEX) TO WS-SRC-AMOUNT(4)
039600         ADD WS-SRC-HASH(WS-BAL-INDEX)   TO WS-SRC-HASH(4)
039700         ADD WS-GL-COUNT(WS-BAL-INDEX)   TO WS-GL-COUNT(4)
039800         ADD WS-GL-AMOUNT(WS-BAL-INDEX)  TO WS-GL-AMOUNT(4)
039900         ADD WS-GL-HASH(WS-BAL-INDEX)    TO WS-GL-HASH(4)
040000     END-IF.
040100     COMPUTE WS-DIFF-COUNT  = WS-GL-COUNT(WS-BAL-INDEX)
040200                            - WS-SRC-COUNT(WS-BAL-INDEX).
040300     COMPUTE WS-DIFF-AMOUNT = WS-GL-AMOUNT(WS-BAL-INDEX)
040400                            - WS-SRC-AMOUNT(WS-BAL-INDEX).
040500     MOVE WS-BAL-DESC(WS-BAL-INDEX)   TO BL-B-DESC.
040600     MOVE WS-SRC-COUNT(WS-BAL-INDEX)  TO BL-B-SRC-COUNT.
040700     MOVE WS-SRC-AMOUNT(WS-BAL-INDEX) TO BL-B-SRC-AMOUNT.
040800     MOVE WS-GL-COUNT(WS-BAL-INDEX)   TO BL-B-GL-COUNT.
040900     MOVE WS-GL-AMOUNT(WS-BAL-INDEX)  TO BL-B-GL-AMOUNT.
041000     MOVE WS-DIFF-COUNT               TO BL-B-DIFF-COUNT.
041100     MOVE WS-DIFF-AMOUNT              TO BL-B-DIFF-AMOUNT.
041200     IF WS-GL-HASH(WS-BAL-INDEX) EQUAL WS-SRC-HASH(WS-BAL-INDEX)
041300         MOVE 'HASH OK'  TO BL-B-HASH-STATUS
041400     ELSE
041500         MOVE 'HASH OFF' TO BL-B-HASH-STATUS
041600     END-IF.
041700     IF WS-DIFF-COUNT EQUAL ZERO AND WS-DIFF-AMOUNT EQUAL ZERO
041800        AND BL-B-HASH-STATUS EQUAL 'HASH OK'
041900         MOVE 'AGREED'     TO BL-B-STATUS
042000     ELSE
042100         MOVE 'DIFFERENCE' TO BL-B-STATUS
042200         MOVE 'N'          TO WS-BALANCE-SWITCH
042300     END-IF.
042400     WRITE BL-REPORT-LINE FROM BL-BALANCE-LINE.
042500     ADD 1 TO WS-BAL-INDEX.
042600 3100-EXIT.
042700     EXIT.
042800*****************************************************************
042900*    8000-FINALIZE - AN OUT-OF-BALANCE NIGHT FAILS THE STEP AND  *
043000*    IS NOT REGISTERED COMPLETE                                  *
043100*****************************************************************
043200 8000-FINALIZE.
043300     WRITE BL-REPORT-LINE FROM BL-BLANK-LINE.
043400     IF WS-IN-BALANCE
043500         MOVE 'RESULT: IN BALANCE' TO BL-RESULT-TEXT
043600     ELSE
043700         MOVE 'RESULT: OUT OF BALANCE - STEP FAILED'
043800           TO BL-RESULT-TEXT
043900     END-IF.
044000     WRITE BL-REPORT-LINE FROM BL-RESULT-LINE.
044100     CLOSE BALANCE-REPORT-FILE.
044200     IF WS-OUT-OF-BALANCE
044300         DISPLAY 'LGBALN01 - OUT OF BALANCE FOR ' WS-RUNDATE-ISO
044400                 ', SEE BALRPT'
044500         MOVE 16 TO RETURN-CODE
044600         GO TO 9999-EXIT
044700     END-IF.
044800     MOVE 'E' TO RCTL-ACTION
044900     CALL 'LGRCTL01' USING RCTL-REQUEST.
045000 8000-EXIT.
045100     EXIT.
045200*****************************************************************
045300*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
045400*****************************************************************
045500 9999-EXIT.
045600     STOP RUN.
