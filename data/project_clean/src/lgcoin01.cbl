000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGCOIN01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        CO-INSURER COLLECTION STATEMENT - FOR EVERY
000701                 SETTLED CLAIM ON A COMMERCIAL POLICY WE LEAD,
000702                 BOOKS EACH FOLLOWING CO-INSURER'S SIGNED-LINE
000703                 SHARE OF THE SETTLEMENT ON COINS_COLLECTION (ONCE
000704                 PER CLAIM AND CO-INSURER), THEN PRINTS THE
000705                 STATEMENT OF EVERYTHING STILL DUE, GROUPED BY
000706                 CO-INSURER, FOR THE CO-INSURANCE ACCOUNTANT TO
000707                 COLLECT AGAINST.
000800*****************************************************************
000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001100*    10/15/26  LGIT   INITIAL VERSION                           *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
001500 SOURCE-COMPUTER.    IBM-370.
001600 OBJECT-COMPUTER.    IBM-370.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900     SELECT COLLECTION-REPORT-FILE ASSIGN TO COINRPT
002000         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS WS-COINRPT-STATUS.
002200 DATA DIVISION.
002300 FILE SECTION.
002400 FD  COLLECTION-REPORT-FILE
002500     RECORDING MODE IS F.
002600 01  CC-REPORT-LINE              PIC X(133).
002700 WORKING-STORAGE SECTION.
002800*****************************************************************
002900*    FILE STATUS AND SWITCHES                                  *
003000*****************************************************************
003100 77  WS-COINRPT-STATUS           PIC X(02) VALUE SPACES.
003200     88  WS-COINRPT-OK                     VALUE '00'.
003300 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
003400     88  WS-DB2-EOF                        VALUE 'Y'.
003500 77  WS-FIRST-GROUP-SWITCH       PIC X(01) VALUE 'Y'.
003600     88  WS-FIRST-GROUP                    VALUE 'Y'.
003700 77  WS-BOOKED-COUNT             PIC 9(07) COMP-3 VALUE 0.
003800 77  WS-DUE-COUNT                PIC 9(07) COMP-3 VALUE 0.
003900 77  WS-COINSURER-DUE            PIC 9(11)V99 COMP-3 VALUE 0.
004000 77  WS-TOTAL-DUE                PIC 9(11)V99 COMP-3 VALUE 0.
004100*****************************************************************
004200*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
004300*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
004400*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
004500*    RIGHT DATED OUTPUT AND SELECTIONS                            *
004600*****************************************************************
004700 01  WS-BUSINESS-DATE.
004800     05  WS-BD-YYYY              PIC 9(04).
004900     05  FILLER                  PIC X(01).
005000     05  WS-BD-MM                PIC 9(02).
005100     05  FILLER                  PIC X(01).
005200     05  WS-BD-DD                PIC 9(02).
005300 01  WS-CURRENT-DATE-TIME.
005400     05  WS-CD-YYYY              PIC 9(04).
005500     05  WS-CD-MM                PIC 9(02).
005600     05  WS-CD-DD                PIC 9(02).
005700     05  FILLER                  PIC X(10).
005800 01  WS-REPORT-DATE.
005900     05  WS-RD-DD                PIC 9(02).
006000     05  FILLER                  PIC X(01) VALUE '/'.
006100     05  WS-RD-MM                PIC 9(02).
006200     05  FILLER                  PIC X(01) VALUE '/'.
006300     05  WS-RD-YYYY              PIC 9(04).
006400 01  WS-TODAY-DATE-ISO           PIC X(10).
006500 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
006600     05  WS-TD-YYYY              PIC X(04).
006700     05  FILLER                  PIC X(01).
006800     05  WS-TD-MM                PIC X(02).
006900     05  FILLER                  PIC X(01).
007000     05  WS-TD-DD                PIC X(02).
007100 01  WS-PREV-COINSURER           PIC X(08) VALUE SPACES.
007200*****************************************************************
007300*    DB2 ROWS                                                   *
007400*****************************************************************
007500 01  DB2-CLAIMNUM-INT            PIC S9(9) COMP.
007600 01  DB2-POLICYNUM-INT           PIC S9(9) COMP.
007700 01  DB2-SETTLEDAMT-INT          PIC S9(9)V99 COMP-3.
007800 01  DB2-SETTLEDDATE             PIC X(10).
007900 01  DB2-COINSURERCODE           PIC X(08).
008000 01  DB2-COINSURERNAME           PIC X(30).
008100 01  DB2-LINEPCT                 PIC S9(3)V99 COMP-3.
008200 01  DB2-AMOUNTDUE               PIC S9(9)V99 COMP-3.
008300 01  DB2-RAISEDDATE              PIC X(10).
008400*****************************************************************
008500*    REPORT LINE LAYOUTS                                       *
008600*****************************************************************
008700 01  CC-HEADING-1.
008800     05  FILLER                  PIC X(43) VALUE
008900         'LG INSURANCE - CO-INSURER COLLECTIONS DUE'.
009000     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
009100     05  CC-H1-DATE              PIC X(10) VALUE SPACES.
009200     05  FILLER                  PIC X(70) VALUE SPACES.
009300 01  CC-COINSURER-LINE.
009400     05  FILLER                  PIC X(12) VALUE 'CO-INSURER: '.
009500     05  CC-C-CODE               PIC X(08).
009600     05  FILLER                  PIC X(02) VALUE SPACES.
009700     05  CC-C-NAME               PIC X(30).
009800     05  FILLER                  PIC X(81) VALUE SPACES.
009900 01  CC-HEADING-2.
010000     05  FILLER                  PIC X(12) VALUE '  CLAIM'.
010100     05  FILLER                  PIC X(12) VALUE 'POLICY'.
010200     05  FILLER                  PIC X(12) VALUE 'SETTLED DT'.
010300     05  FILLER                  PIC X(16) VALUE
010400         '    SETTLED AMT'.
010500     05  FILLER                  PIC X(08) VALUE '  LINE %'.
010600     05  FILLER                  PIC X(16) VALUE
010700         '     AMOUNT DUE'.
010800     05  FILLER                  PIC X(04) VALUE SPACES.
010900     05  FILLER                  PIC X(10) VALUE 'RAISED'.
011000     05  FILLER                  PIC X(43) VALUE SPACES.
011100 01  CC-DETAIL-LINE.
011200     05  FILLER                  PIC X(02) VALUE SPACES.
011300     05  CC-D-CLAIMNUM           PIC 9(10).
011400     05  FILLER                  PIC X(02) VALUE SPACES.
011500     05  CC-D-POLICYNUM          PIC 9(10).
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  CC-D-SETTLEDDT          PIC X(10).
011800     05  CC-D-SETTLEDAMT         PIC ZZZ,ZZZ,ZZ9.99.
011900     05  FILLER                  PIC X(02) VALUE SPACES.
012000     05  CC-D-LINEPCT            PIC ZZ9.99.
012100     05  CC-D-AMOUNTDUE          PIC ZZZ,ZZZ,ZZ9.99.
012200     05  FILLER                  PIC X(04) VALUE SPACES.
012300     05  CC-D-RAISED             PIC X(10).
012400     05  FILLER                  PIC X(47) VALUE SPACES.
012500 01  CC-COINSURER-TOTAL-LINE.
012600     05  FILLER                  PIC X(20) VALUE SPACES.
012700     05  FILLER                  PIC X(18) VALUE
012800         'TOTAL DUE FROM'.
012900     05  CC-CT-CODE              PIC X(08).
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  CC-CT-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
013200     05  FILLER                  PIC X(68) VALUE SPACES.
013300 01  CC-SUMMARY-LINE.
013400     05  FILLER                  PIC X(20) VALUE SPACES.
013500     05  FILLER                  PIC X(24) VALUE
013600         'COLLECTIONS BOOKED'.
013700     05  CC-S-BOOKED             PIC ZZZ,ZZ9.
013800     05  FILLER                  PIC X(12) VALUE
013900         '  DUE ITEMS'.
014000     05  CC-S-DUE                PIC ZZZ,ZZ9.
014100     05  FILLER                  PIC X(12) VALUE
014200         '  TOTAL DUE'.
014300     05  CC-S-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
014400     05  FILLER                  PIC X(34) VALUE SPACES.
014500     EXEC SQL
014600         INCLUDE SQLCA
014700     END-EXEC.
014800*    A SETTLED CLAIM ON A POLICY WE LEAD IS DUE FROM EACH        *
014900*    FOLLOWER ON COMMCOINSURER AT THEIR SIGNED LINE, BOOKED      *
015000*    ONCE - THE SAME NOT-ALREADY-PROCESSED GUARD LGRIRC01 USES   *
015100*    FOR REINSURANCE RECOVERIES                                  *
015200     EXEC SQL
015300         DECLARE DUE-COLLECTION CURSOR FOR
015400           SELECT C.CLAIMNUMBER, C.POLICYNUMBER,
015500                  C.SETTLEDAMOUNT, C.SETTLEDDATE,
015600                  K.COINSURERCODE, K.COINSURERNAME, K.LINEPCT
015700             FROM CLAIM C,
015800                  COMMERCIAL B,
015900                  COMMCOINSURER K
016000            WHERE B.POLICYNUMBER = C.POLICYNUMBER
016100              AND B.COINSROLE    = 'L'
016200              AND K.POLICYNUMBER = C.POLICYNUMBER
016300              AND C.STATUS = 'S'
016400              AND C.SETTLEDAMOUNT > 0
016500              AND NOT EXISTS
016600                  ( SELECT 1 FROM COINS_COLLECTION X
016700                     WHERE X.CLAIMNUMBER   = C.CLAIMNUMBER
016800                       AND X.COINSURERCODE = K.COINSURERCODE )
016900            ORDER BY C.CLAIMNUMBER, K.COINSURERCODE
017000     END-EXEC.
017100*    THE STATEMENT IS EVERY ITEM STILL DUE, OLD AND NEW - FINANCE
017200*    CLEARS AN ITEM WHEN THE CO-INSURER'S CASH IS MATCHED
017300     EXEC SQL
017400         DECLARE DUE-STATEMENT CURSOR FOR
017500           SELECT CLAIMNUMBER, POLICYNUMBER, SETTLEDAMOUNT,
017600                  SETTLEDDATE, COINSURERCODE, COINSURERNAME,
017700                  LINEPCT, AMOUNTDUE, RAISEDDATE
017800             FROM COINS_COLLECTION
017900            WHERE STATUS = 'DUE'
018000            ORDER BY COINSURERCODE, CLAIMNUMBER
018100     END-EXEC.
018200 LINKAGE SECTION.
018300 PROCEDURE DIVISION.
018400*****************************************************************
018500*    0000-MAINLINE                                             *
018600*****************************************************************
018700 0000-MAINLINE SECTION.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018900     PERFORM 2000-BOOK-COLLECTION THRU 2000-EXIT
019000         UNTIL WS-DB2-EOF.
019100     PERFORM 4000-OPEN-STATEMENT THRU 4000-EXIT.
019200     PERFORM 5000-STATEMENT-LINE THRU 5000-EXIT
019300         UNTIL WS-DB2-EOF.
019400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019500     GO TO 9999-EXIT.
019600 0000-MAINLINE-EXIT.
019700     EXIT.
019800*****************************************************************
019900*    1000-INITIALIZE - OPEN REPORT, PRIME THE CLAIM CURSOR       *
020000*****************************************************************
020100 1000-INITIALIZE.
020200     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
020300     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
020400     MOVE WS-CD-DD   TO WS-RD-DD
020500     MOVE WS-CD-MM   TO WS-RD-MM
020600     MOVE WS-CD-YYYY TO WS-RD-YYYY.
020700     MOVE WS-REPORT-DATE TO CC-H1-DATE.
020800     MOVE WS-CD-YYYY TO WS-TD-YYYY
020900     MOVE WS-CD-MM   TO WS-TD-MM
021000     MOVE WS-CD-DD   TO WS-TD-DD
021100     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
021200     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
021300     OPEN OUTPUT COLLECTION-REPORT-FILE.
021400     IF NOT WS-COINRPT-OK
021500         DISPLAY 'LGCOIN01 - COINRPT OPEN FAILED, STATUS='
021600                 WS-COINRPT-STATUS
021700         GO TO 9999-EXIT
021800     END-IF.
021900     WRITE CC-REPORT-LINE FROM CC-HEADING-1.
022000     EXEC SQL
022100         OPEN DUE-COLLECTION
022200     END-EXEC.
022300     IF SQLCODE NOT EQUAL 0
022400         DISPLAY 'LGCOIN01 - CURSOR OPEN FAILED, SQLCODE='
022500                 SQLCODE
022600         GO TO 9999-EXIT
022700     END-IF.
022800     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
022900 1000-EXIT.
023000     EXIT.
023100*****************************************************************
023200*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
023300*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
023400*****************************************************************
023500 1050-GET-BUSINESS-DATE.
023600     EXEC SQL
023700         SELECT BUSINESSDATE
023800           INTO :WS-BUSINESS-DATE
023900           FROM BUSINESSDATE
024000          WHERE CONTROLID = 'LG'
024100     END-EXEC.
024200     IF SQLCODE EQUAL 0
024300         MOVE WS-BD-YYYY TO WS-CD-YYYY
024400         MOVE WS-BD-MM   TO WS-CD-MM
024500         MOVE WS-BD-DD   TO WS-CD-DD
024600     END-IF.
024700 1050-EXIT.
024800     EXIT.
024900*****************************************************************
025000*    2000-BOOK-COLLECTION - RECORD ONE FOLLOWER'S SHARE OF ONE   *
025100*    SETTLED CLAIM                                               *
025200*****************************************************************
025300 2000-BOOK-COLLECTION.
025400     COMPUTE DB2-AMOUNTDUE ROUNDED =
025500         DB2-SETTLEDAMT-INT * DB2-LINEPCT / 100.
025600     EXEC SQL
025700         INSERT INTO COINS_COLLECTION
025800                   (
025900                     CLAIMNUMBER,
026000                     POLICYNUMBER,
026100                     COINSURERCODE,
026200                     COINSURERNAME,
026300                     SETTLEDAMOUNT,
026400                     SETTLEDDATE,
026500                     LINEPCT,
026600                     AMOUNTDUE,
026700                     RAISEDDATE,
026800                     STATUS
026900                   )
027000            VALUES (
027100                     :DB2-CLAIMNUM-INT,
027200                     :DB2-POLICYNUM-INT,
027300                     :DB2-COINSURERCODE,
027400                     :DB2-COINSURERNAME,
027500                     :DB2-SETTLEDAMT-INT,
027600                     :DB2-SETTLEDDATE,
027700                     :DB2-LINEPCT,
027800                     :DB2-AMOUNTDUE,
027900                     :WS-TODAY-DATE-ISO,
028000                     'DUE'
028100                   )
028200     END-EXEC.
028300     IF SQLCODE NOT EQUAL 0
028400         DISPLAY 'LGCOIN01 - COLLECTION INSERT FAILED, SQLCODE='
028500                 SQLCODE
028600         GO TO 9999-EXIT
028700     END-IF.
028800     ADD 1 TO WS-BOOKED-COUNT.
028900     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
029000 2000-EXIT.
029100     EXIT.
029200*****************************************************************
029300*    3000-READ-DB2 - NEXT SETTLED-CLAIM / FOLLOWER ROW           *
029400*****************************************************************
029500 3000-READ-DB2.
029600     EXEC SQL
029700         FETCH DUE-COLLECTION
029800           INTO :DB2-CLAIMNUM-INT, :DB2-POLICYNUM-INT,
029900                :DB2-SETTLEDAMT-INT, :DB2-SETTLEDDATE,
030000                :DB2-COINSURERCODE, :DB2-COINSURERNAME,
030100                :DB2-LINEPCT
030200     END-EXEC.
030300     EVALUATE SQLCODE
030400         WHEN 0
030500             CONTINUE
030600         WHEN 100
030700             MOVE 'Y' TO WS-DB2-EOF-SWITCH
030800         WHEN OTHER
030900             DISPLAY 'LGCOIN01 - CURSOR FETCH ERROR, SQLCODE='
031000                     SQLCODE
031100             GO TO 9999-EXIT
031200     END-EVALUATE.
031300 3000-EXIT.
031400     EXIT.
031500*****************************************************************
031600*    4000-OPEN-STATEMENT - SWITCH FROM BOOKING TO THE STATEMENT  *
031700*****************************************************************
031800 4000-OPEN-STATEMENT.
031900     EXEC SQL
032000         CLOSE DUE-COLLECTION
032100     END-EXEC.
032200     MOVE 'N' TO WS-DB2-EOF-SWITCH.
032300     EXEC SQL
032400         OPEN DUE-STATEMENT
032500     END-EXEC.
032600     IF SQLCODE NOT EQUAL 0
032700         DISPLAY 'LGCOIN01 - STATEMENT OPEN FAILED, SQLCODE='
032800                 SQLCODE
032900         GO TO 9999-EXIT
033000     END-IF.
033100     PERFORM 6000-READ-STATEMENT THRU 6000-EXIT.
033200 4000-EXIT.
033300     EXIT.
033400*****************************************************************
033500*    5000-STATEMENT-LINE - ONE DUE ITEM, WITH A NEW HEADING AND  *
033600*    THE PREVIOUS CO-INSURER'S TOTAL ON A CHANGE OF CO-INSURER   *
033700*****************************************************************
033800 5000-STATEMENT-LINE.
033900     IF DB2-COINSURERCODE NOT EQUAL WS-PREV-COINSURER
034000         IF NOT WS-FIRST-GROUP
034100             PERFORM 5100-COINSURER-TOTAL THRU 5100-EXIT
034200         END-IF
034300         MOVE 'N' TO WS-FIRST-GROUP-SWITCH
034400         MOVE DB2-COINSURERCODE TO WS-PREV-COINSURER
034500         MOVE DB2-COINSURERCODE TO CC-C-CODE
034600         MOVE DB2-COINSURERNAME TO CC-C-NAME
034700         WRITE CC-REPORT-LINE FROM CC-COINSURER-LINE
034800         WRITE CC-REPORT-LINE FROM CC-HEADING-2
034900     END-IF.
035000     MOVE DB2-CLAIMNUM-INT   TO CC-D-CLAIMNUM.
035100     MOVE DB2-POLICYNUM-INT  TO CC-D-POLICYNUM.
035200     MOVE DB2-SETTLEDDATE    TO CC-D-SETTLEDDT.
035300     MOVE DB2-SETTLEDAMT-INT TO CC-D-SETTLEDAMT.
035400     MOVE DB2-LINEPCT        TO CC-D-LINEPCT.
035500     MOVE DB2-AMOUNTDUE      TO CC-D-AMOUNTDUE.
035600     MOVE DB2-RAISEDDATE     TO CC-D-RAISED.
035700     WRITE CC-REPORT-LINE FROM CC-DETAIL-LINE.
035800     ADD 1             TO WS-DUE-COUNT.
035900     ADD DB2-AMOUNTDUE TO WS-COINSURER-DUE.
036000     ADD DB2-AMOUNTDUE TO WS-TOTAL-DUE.
036100     PERFORM 6000-READ-STATEMENT THRU 6000-EXIT.
036200 5000-EXIT.
036300     EXIT.
036400*****************************************************************
036500*    5100-COINSURER-TOTAL - CLOSE OFF ONE CO-INSURER'S STATEMENT *
036600*****************************************************************
036700 5100-COINSURER-TOTAL.
036800     MOVE WS-PREV-COINSURER TO CC-CT-CODE.
036900     MOVE WS-COINSURER-DUE  TO CC-CT-AMOUNT.
037000     WRITE CC-REPORT-LINE FROM CC-COINSURER-TOTAL-LINE.
037100     MOVE 0 TO WS-COINSURER-DUE.
037200 5100-EXIT.
037300     EXIT.
037400*****************************************************************
037500*    6000-READ-STATEMENT - NEXT DUE ITEM                         *
037600*****************************************************************
037700 6000-READ-STATEMENT.
037800     EXEC SQL
037900         FETCH DUE-STATEMENT
038000           INTO :DB2-CLAIMNUM-INT, :DB2-POLICYNUM-INT,
038100                :DB2-SETTLEDAMT-INT, :DB2-SETTLEDDATE,
038200                :DB2-COINSURERCODE, :DB2-COINSURERNAME,
038300                :DB2-LINEPCT, :DB2-AMOUNTDUE, :DB2-RAISEDDATE
038400     END-EXEC.
038500     EVALUATE SQLCODE
038600         WHEN 0
038700             CONTINUE
038800         WHEN 100
038900             MOVE 'Y' TO WS-DB2-EOF-SWITCH
039000         WHEN OTHER
039100             DISPLAY 'LGCOIN01 - STATEMENT FETCH ERROR, SQLCODE='
039200                     SQLCODE
039300             GO TO 9999-EXIT
039400     END-EVALUATE.
039500 6000-EXIT.
039600     EXIT.
039700*****************************************************************
039800*    8000-FINALIZE - LAST CO-INSURER TOTAL, SUMMARY AND CLOSE    *
039900*****************************************************************
040000 8000-FINALIZE.
040100     EXEC SQL
040200         CLOSE DUE-STATEMENT
040300     END-EXEC.
040400     IF NOT WS-FIRST-GROUP
040500         PERFORM 5100-COINSURER-TOTAL THRU 5100-EXIT
040600     END-IF.
040700     MOVE WS-BOOKED-COUNT TO CC-S-BOOKED.
040800     MOVE WS-DUE-COUNT    TO CC-S-DUE.
040900     MOVE WS-TOTAL-DUE    TO CC-S-TOTAL.
041000     WRITE CC-REPORT-LINE FROM CC-SUMMARY-LINE.
041100     CLOSE COLLECTION-REPORT-FILE.
041200 8000-EXIT.
041300     EXIT.
041400*****************************************************************
041500*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
041600*****************************************************************
041700 9999-EXIT.
041800     STOP RUN.
