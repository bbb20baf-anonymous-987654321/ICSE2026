000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGPPOA01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        PERIODIC PAYMENT ORDER ANNUAL RUN - FOR EVERY
000800                 ACTIVE PPO SCHEDULE (PPOSCHEDULE, KEYED THROUGH
000900                 LGPPOS01) WHOSE REVIEW DATE HAS COME ROUND,
001000                 UPLIFTS THE ANNUAL AMOUNT BY THE MOVEMENT IN
001100                 ITS INDEX SINCE THE LAST UPLIFT, RAISES THE
001200                 YEAR'S INSTALMENT AS A DUE PPOPAYMENT FOR THE
001300                 LGCLMP01 DISBURSEMENT RUN, RUNS THE PPO RESERVE
001400                 DOWN BY THE INSTALMENT AND ROLLS THE REVIEW
001500                 DATE ON A YEAR.  RUNS AHEAD OF LGCLMP01.
001600*****************************************************************
001700*    MODIFICATION HISTORY                                      *
001800*    DATE      INIT   DESCRIPTION                               *
001900*    10/15/26  LGIT   INITIAL VERSION                           *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.    IBM-370.
002400 OBJECT-COMPUTER.    IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PPO-REPORT-FILE ASSIGN TO PPORPT
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-PPORPT-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  PPO-REPORT-FILE
003300     RECORDING MODE IS F.
003400 01  PA-REPORT-LINE              PIC X(133).
003500 WORKING-STORAGE SECTION.
003600 77  WS-PPORPT-STATUS            PIC X(02) VALUE SPACES.
003700     88  WS-PPORPT-OK                      VALUE '00'.
003800 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
003900     88  WS-DB2-EOF                        VALUE 'Y'.
004000 77  WS-RAISED-COUNT             PIC 9(07) COMP-3 VALUE 0.
004100 77  WS-RAISED-AMOUNT            PIC 9(11)V99 COMP-3 VALUE 0.
004200 77  WS-NOINDEX-COUNT            PIC 9(07) COMP-3 VALUE 0.
004300*****************************************************************
004400*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
004500*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
004600*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
004700*    RIGHT DATED OUTPUT AND SELECTIONS                          *
004800*****************************************************************
004900 01  WS-BUSINESS-DATE.
005000     05  WS-BD-YYYY              PIC 9(04).
005100     05  FILLER                  PIC X(01).
005200     05  WS-BD-MM                PIC 9(02).
005300     05  FILLER                  PIC X(01).
005400     05  WS-BD-DD                PIC 9(02).
005500 01  WS-CURRENT-DATE-TIME.
005600     05  WS-CD-YYYY              PIC 9(04).
005700     05  WS-CD-MM                PIC 9(02).
005800     05  WS-CD-DD                PIC 9(02).
005900     05  FILLER                  PIC X(10).
006000 01  WS-REPORT-DATE.
006100     05  WS-RD-DD                PIC 9(02).
006200     05  FILLER                  PIC X(01) VALUE '/'.
006300     05  WS-RD-MM                PIC 9(02).
006400     05  FILLER                  PIC X(01) VALUE '/'.
006500     05  WS-RD-YYYY              PIC 9(04).
006600 01  WS-TODAY-DATE-ISO           PIC X(10).
006700 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
006800     05  WS-TD-YYYY              PIC X(04).
006900     05  FILLER                  PIC X(01).
007000     05  WS-TD-MM                PIC X(02).
007100     05  FILLER                  PIC X(01).
007200     05  WS-TD-DD                PIC X(02).
007300*****************************************************************
007400*    DB2 ROWS                                                   *
007500*****************************************************************
007600 01  DB2-CLAIMNUM-INT            PIC S9(9) COMP.
007700 01  DB2-LINESEQ-SINT            PIC S9(4) COMP.
007800 01  DB2-PAYEE-NAME              PIC X(35).
007900 01  DB2-ANNUAL-AMT              PIC S9(7)V99 COMP-3.
008000 01  DB2-INDEX-BASIS             PIC X(04).
008100 01  DB2-LAST-INDEX              PIC S9(5)V99 COMP-3.
008200 01  DB2-NEW-INDEX               PIC S9(5)V99 COMP-3.
008300 01  DB2-REVIEW-DATE             PIC X(10).
008400 01  DB2-NEXT-REVIEW             PIC X(10).
008500 01  DB2-PPO-RESERVE             PIC S9(9)V99 COMP-3.
008600 01  WS-OLD-AMOUNT               PIC S9(7)V99 COMP-3.
008700 01  WS-INDEX-NOTE               PIC X(16).
008800*****************************************************************
008900*    REPORT LINE LAYOUTS                                       *
009000*****************************************************************
009100 01  PA-HEADING-1.
009200     05  FILLER                  PIC X(43) VALUE
009300         'LG INSURANCE - PPO ANNUAL UPLIFT'.
009400     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
009500     05  PA-H1-DATE              PIC X(10) VALUE SPACES.
009600     05  FILLER                  PIC X(70) VALUE SPACES.
009700 01  PA-HEADING-2.
009800     05  FILLER                  PIC X(14) VALUE '  CLAIM'.
009900     05  FILLER                  PIC X(05) VALUE 'LINE'.
010000     05  FILLER                  PIC X(37) VALUE 'PAYEE'.
010100     05  FILLER                  PIC X(12) VALUE 'DUE DATE'.
010200     05  FILLER                  PIC X(13) VALUE '   PRIOR AMT'.
010300     05  FILLER                  PIC X(06) VALUE 'INDEX'.
010400     05  FILLER                  PIC X(13) VALUE ' INSTALMENT'.
010500     05  FILLER                  PIC X(16) VALUE '  PPO RESERVE'.
010600     05  FILLER                  PIC X(17) VALUE SPACES.
010700 01  PA-DETAIL-LINE.
010800     05  FILLER                  PIC X(02) VALUE SPACES.
010900     05  PA-D-CLAIMNUM           PIC 9(10).
011000     05  FILLER                  PIC X(02) VALUE SPACES.
011100     05  PA-D-LINESEQ            PIC 9(03).
011200     05  FILLER                  PIC X(02) VALUE SPACES.
011300     05  PA-D-PAYEE              PIC X(35).
011400     05  FILLER                  PIC X(02) VALUE SPACES.
011500     05  PA-D-DUEDATE            PIC X(10).
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  PA-D-OLDAMT             PIC Z,ZZZ,ZZ9.99.
011800     05  FILLER                  PIC X(01) VALUE SPACES.
011900     05  PA-D-BASIS              PIC X(04).
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  PA-D-NEWAMT             PIC Z,ZZZ,ZZ9.99.
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  PA-D-RESERVE            PIC ZZZ,ZZZ,ZZ9.99.
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  PA-D-NOTE               PIC X(16).
012600 01  PA-SUMMARY-LINE-1.
012700     05  FILLER                  PIC X(20) VALUE SPACES.
012800     05  FILLER                  PIC X(36) VALUE
012900         'PPO INSTALMENTS RAISED'.
013000     05  PA-S1-COUNT             PIC ZZZ,ZZ9.
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  PA-S1-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
013300     05  FILLER                  PIC X(54) VALUE SPACES.
013400 01  PA-SUMMARY-LINE-2.
013500     05  FILLER                  PIC X(20) VALUE SPACES.
013600     05  FILLER                  PIC X(36) VALUE
013700         'RAISED WITHOUT UPLIFT - NO INDEX'.
013800     05  PA-S2-COUNT             PIC ZZZ,ZZ9.
013900     05  FILLER                  PIC X(70) VALUE SPACES.
014000     COPY LGRCTL.
014100     EXEC SQL
014200         INCLUDE SQLCA
014300     END-EXEC.
014400*    A SCHEDULE COMES UP ONCE ITS REVIEW DATE IS REACHED.  THE
014500*    REVIEW DATE MOVES ON A YEAR EACH TIME, SO A SCHEDULE MORE
014600*    THAN A YEAR IN ARREARS IS CAUGHT UP ONE INSTALMENT AT A
014700*    TIME.  A CEASED ORDER IS NEVER SELECTED.
014800     EXEC SQL
014900         DECLARE DUE-PPO CURSOR FOR
015000           SELECT S.CLAIMNUMBER, S.LINESEQ, S.PAYEENAME,
015100                  S.ANNUALAMOUNT, S.INDEXBASIS,
015200                  COALESCE(S.LASTINDEXVALUE, 0),
015300                  CHAR(S.REVIEWDATE, ISO),
015400                  CHAR(S.REVIEWDATE + 1 YEAR, ISO),
015500                  S.PPORESERVE
015600             FROM PPOSCHEDULE S
015700            WHERE S.STATUS      = 'A'
015800              AND S.REVIEWDATE <= DATE(:WS-TODAY-DATE-ISO)
015900            ORDER BY S.CLAIMNUMBER, S.LINESEQ
016000     END-EXEC.
016100 LINKAGE SECTION.
016200 PROCEDURE DIVISION.
016300*****************************************************************
016400*    0000-MAINLINE                                             *
016500*****************************************************************
016600 0000-MAINLINE SECTION.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     PERFORM 2000-RAISE-INSTALMENT THRU 2000-EXIT
016900         UNTIL WS-DB2-EOF.
017000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
017100     GO TO 9999-EXIT.
017200 0000-MAINLINE-EXIT.
017300     EXIT.
017400*****************************************************************
017500*    1000-INITIALIZE                                           *
017600*****************************************************************
017700 1000-INITIALIZE.
017800     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
017900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
018000     MOVE 'S'        TO RCTL-ACTION
018100     MOVE 'LGPPOA01' TO RCTL-JOBNAME
018200     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
018300     MOVE WS-CD-MM   TO RCTL-BD-MM
018400     MOVE WS-CD-DD   TO RCTL-BD-DD
018500     MOVE '-'        TO RCTL-BD-S1
018600     MOVE '-'        TO RCTL-BD-S2
018700     CALL 'LGRCTL01' USING RCTL-REQUEST
018800     IF RCTL-RC NOT EQUAL '00'
018900         DISPLAY 'LGPPOA01 - RUN CONTROL REFUSED, RC='
019000                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
019100         GO TO 9999-EXIT
019200     END-IF.
019300     MOVE WS-CD-DD   TO WS-RD-DD
019400     MOVE WS-CD-MM   TO WS-RD-MM
019500     MOVE WS-CD-YYYY TO WS-RD-YYYY.
019600     MOVE WS-REPORT-DATE TO PA-H1-DATE.
019700     MOVE WS-CD-YYYY TO WS-TD-YYYY
019800     MOVE WS-CD-MM   TO WS-TD-MM
019900     MOVE WS-CD-DD   TO WS-TD-DD
020000     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
020100     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
020200     OPEN OUTPUT PPO-REPORT-FILE.
020300     IF NOT WS-PPORPT-OK
020400         DISPLAY 'LGPPOA01 - PPORPT OPEN FAILED, STATUS='
020500                 WS-PPORPT-STATUS
020600         GO TO 9999-EXIT
020700     END-IF.
020800     WRITE PA-REPORT-LINE FROM PA-HEADING-1.
020900     WRITE PA-REPORT-LINE FROM PA-HEADING-2.
021000     EXEC SQL
021100         OPEN DUE-PPO
021200     END-EXEC.
021300     IF SQLCODE NOT EQUAL 0
021400         DISPLAY 'LGPPOA01 - CURSOR OPEN FAILED, SQLCODE='
021500                 SQLCODE
021600         GO TO 9999-EXIT
021700     END-IF.
021800     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
021900 1000-EXIT.
022000     EXIT.
022100*****************************************************************
022200*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
022300*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
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
024000*    2000-RAISE-INSTALMENT - UPLIFT, RAISE THE DUE INSTALMENT,  *
024100*    RUN THE RESERVE DOWN AND ROLL THE REVIEW DATE              *
024200*****************************************************************
024300 2000-RAISE-INSTALMENT.
024400     MOVE DB2-ANNUAL-AMT TO WS-OLD-AMOUNT.
024500     PERFORM 2100-APPLY-INDEX THRU 2100-EXIT.
024600     EXEC SQL
024700         INSERT INTO PPOPAYMENT
024800                   ( CLAIMNUMBER,
024900                     LINESEQ,
025000                     DUEDATE,
025100                     INDEXVALUE,
025200                     PAYMENTAMOUNT,
025300                     STATUS,
025400                     PROCESSEDDATE,
025500                     LASTCHANGED )
025600            VALUES ( :DB2-CLAIMNUM-INT,
025700                     :DB2-LINESEQ-SINT,
025800                     :DB2-REVIEW-DATE,
025900                     :DB2-LAST-INDEX,
026000                     :DB2-ANNUAL-AMT,
026100                     'DUE',
026200                     NULL,
026300                     CURRENT TIMESTAMP )
026400     END-EXEC.
026500     IF SQLCODE NOT EQUAL 0
026600         DISPLAY 'LGPPOA01 - PPOPAYMENT INSERT FAILED, SQLCODE='
026700                 SQLCODE
026800         GO TO 9999-EXIT
026900     END-IF.
027000     IF DB2-ANNUAL-AMT GREATER THAN DB2-PPO-RESERVE
027100         MOVE ZERO TO DB2-PPO-RESERVE
027200     ELSE
027300         SUBTRACT DB2-ANNUAL-AMT FROM DB2-PPO-RESERVE
027400     END-IF.
027500     EXEC SQL
027600         UPDATE PPOSCHEDULE
027700            SET ANNUALAMOUNT   = :DB2-ANNUAL-AMT,
027800                LASTINDEXVALUE = :DB2-LAST-INDEX,
027900                REVIEWDATE     = :DB2-NEXT-REVIEW,
028000                PPORESERVE     = :DB2-PPO-RESERVE,
028100                LASTCHANGED    = CURRENT TIMESTAMP
028200          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
028300            AND LINESEQ     = :DB2-LINESEQ-SINT
028400     END-EXEC.
028500     IF SQLCODE NOT EQUAL 0
028600         DISPLAY 'LGPPOA01 - SCHEDULE UPDATE FAILED, SQLCODE='
028700                 SQLCODE
028800         GO TO 9999-EXIT
028900     END-IF.
029000     MOVE DB2-CLAIMNUM-INT   TO PA-D-CLAIMNUM.
029100     MOVE DB2-LINESEQ-SINT   TO PA-D-LINESEQ.
029200     MOVE DB2-PAYEE-NAME     TO PA-D-PAYEE.
029300     MOVE DB2-REVIEW-DATE    TO PA-D-DUEDATE.
029400     MOVE WS-OLD-AMOUNT      TO PA-D-OLDAMT.
029500     MOVE DB2-INDEX-BASIS    TO PA-D-BASIS.
029600     MOVE DB2-ANNUAL-AMT     TO PA-D-NEWAMT.
029700     MOVE DB2-PPO-RESERVE    TO PA-D-RESERVE.
029800     MOVE WS-INDEX-NOTE      TO PA-D-NOTE.
029900     WRITE PA-REPORT-LINE FROM PA-DETAIL-LINE.
030000     ADD 1 TO WS-RAISED-COUNT.
030100     ADD DB2-ANNUAL-AMT TO WS-RAISED-AMOUNT.
030200     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
030300 2000-EXIT.
030400     EXIT.
030500*****************************************************************
030600*    2100-APPLY-INDEX - THE INDEX VALUE PUBLISHED AT OR BEFORE  *
030700*    THE REVIEW DATE AGAINST THE VALUE AT THE LAST UPLIFT.  A   *
030800*    SCHEDULE SET UP BEFORE ITS INDEX WAS LOADED TAKES THIS     *
030900*    YEAR'S VALUE AS ITS BASE; WITH NO VALUE LOADED AT ALL THE  *
031000*    INSTALMENT IS RAISED UNCHANGED AND FLAGGED FOR FINANCE     *
031100*****************************************************************
031200 2100-APPLY-INDEX.
031300     MOVE SPACES TO WS-INDEX-NOTE.
031400     EXEC SQL
031500         SELECT INDEXVALUE
031600           INTO :DB2-NEW-INDEX
031700           FROM PPOINDEX
031800          WHERE INDEXBASIS = :DB2-INDEX-BASIS
031900            AND INDEXDATE  =
032000                ( SELECT MAX(INDEXDATE)
032100                    FROM PPOINDEX
032200                   WHERE INDEXBASIS = :DB2-INDEX-BASIS
032300                     AND INDEXDATE <= DATE(:DB2-REVIEW-DATE) )
032400     END-EXEC.
032500     EVALUATE SQLCODE
032600         WHEN 0
032700             CONTINUE
032800         WHEN 100
032900             MOVE 'NO INDEX LOADED' TO WS-INDEX-NOTE
033000             ADD 1 TO WS-NOINDEX-COUNT
033100             GO TO 2100-EXIT
033200         WHEN OTHER
033300             DISPLAY 'LGPPOA01 - INDEX SELECT FAILED, SQLCODE='
033400                     SQLCODE
033500             GO TO 9999-EXIT
033600     END-EVALUATE.
033700     IF DB2-LAST-INDEX GREATER THAN ZERO
033800         COMPUTE DB2-ANNUAL-AMT ROUNDED =
033900             DB2-ANNUAL-AMT * DB2-NEW-INDEX / DB2-LAST-INDEX
034000     ELSE
034100         MOVE 'INDEX BASE SET' TO WS-INDEX-NOTE
034200     END-IF.
034300     MOVE DB2-NEW-INDEX TO DB2-LAST-INDEX.
034400 2100-EXIT.
034500     EXIT.
034600*****************************************************************
034700*    3000-READ-DB2 - NEXT SCHEDULE DUE ITS INSTALMENT           *
034800*****************************************************************
034900 3000-READ-DB2.
035000     EXEC SQL
035100         FETCH DUE-PPO
035200           INTO :DB2-CLAIMNUM-INT, :DB2-LINESEQ-SINT,
035300                :DB2-PAYEE-NAME, :DB2-ANNUAL-AMT,
035400                :DB2-INDEX-BASIS, :DB2-LAST-INDEX,
035500                :DB2-REVIEW-DATE, :DB2-NEXT-REVIEW,
035600                :DB2-PPO-RESERVE
035700     END-EXEC.
035800     EVALUATE SQLCODE
035900         WHEN 0
036000             CONTINUE
036100         WHEN 100
036200             MOVE 'Y' TO WS-DB2-EOF-SWITCH
036300         WHEN OTHER
036400             DISPLAY 'LGPPOA01 - CURSOR FETCH ERROR, SQLCODE='
036500                     SQLCODE
036600             GO TO 9999-EXIT
036700     END-EVALUATE.
036800 3000-EXIT.
036900     EXIT.
037000*****************************************************************
037100*    8000-FINALIZE                                             *
037200*****************************************************************
037300 8000-FINALIZE.
037400     EXEC SQL
037500         CLOSE DUE-PPO
037600     END-EXEC.
037700     MOVE WS-RAISED-COUNT    TO PA-S1-COUNT.
037800     MOVE WS-RAISED-AMOUNT   TO PA-S1-AMOUNT.
037900     WRITE PA-REPORT-LINE FROM PA-SUMMARY-LINE-1.
038000     MOVE WS-NOINDEX-COUNT   TO PA-S2-COUNT.
038100     WRITE PA-REPORT-LINE FROM PA-SUMMARY-LINE-2.
038200     CLOSE PPO-REPORT-FILE.
038300     MOVE 'E' TO RCTL-ACTION
038400     CALL 'LGRCTL01' USING RCTL-REQUEST.
038500 8000-EXIT.
038600     EXIT.
038700*****************************************************************
038800*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
038900*****************************************************************
039000 9999-EXIT.
039100     STOP RUN.
