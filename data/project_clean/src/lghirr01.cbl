000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGHIRR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        WEEKLY HIRE VEHICLE CHALLENGE REPORT - LISTS,
000800                 FOR CLAIMS HANDLERS TO CHALLENGE, EVERY HIRE
000900                 STILL ON HIRE BEYOND THE LONG-RUNNING LIMIT
001000                 AND EVERY THIRD-PARTY CREDIT HIRE CHARGED ABOVE
001100                 THE BENCHMARK DAILY RATE, ON OPEN MOTOR CLAIMS.
001200                 LIMIT AND BENCHMARK ARE PRODUCTCONFIG
001300                 'HIRELONGDAY' AND 'CHIREBENCH' FOR TYPE 'M'.
001400*****************************************************************
001500*    MODIFICATION HISTORY                                      *
001600*    DATE      INIT   DESCRIPTION                               *
001700*    10/15/26  LGIT   INITIAL VERSION                           *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.    IBM-370.
002200 OBJECT-COMPUTER.    IBM-370.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT HIRE-REPORT-FILE ASSIGN TO HIRRPT
002600         ORGANIZATION IS SEQUENTIAL
002700         FILE STATUS IS WS-HIRRPT-STATUS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  HIRE-REPORT-FILE
003100     RECORDING MODE IS F.
003200 01  HR-REPORT-LINE              PIC X(133).
003300 WORKING-STORAGE SECTION.
003400*****************************************************************
003500*    FILE STATUS AND SWITCHES                                  *
003600*****************************************************************
003700 77  WS-HIRRPT-STATUS            PIC X(02) VALUE SPACES.
003800     88  WS-HIRRPT-OK                      VALUE '00'.
003900 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
004000     88  WS-DB2-EOF                        VALUE 'Y'.
004100 77  WS-LONG-COUNT               PIC 9(07) COMP-3 VALUE 0.
004200 77  WS-RATE-COUNT               PIC 9(07) COMP-3 VALUE 0.
004300*****************************************************************
004400*    CHALLENGE LIMITS - PRODUCTCONFIG FOR TYPE 'M' WHEN LOADED, *
004500*    THESE DEFAULTS OTHERWISE                                   *
004600*****************************************************************
004700 77  WS-LONG-HIRE-DAYS           PIC S9(9) COMP VALUE 14.
004800 77  WS-CREDIT-HIRE-BENCH        PIC S9(5)V99 COMP-3 VALUE 60.00.
004900*****************************************************************
005000*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
005100*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
005200*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
005300*    RIGHT DATED OUTPUT AND SELECTIONS                          *
005400*****************************************************************
005500 01  WS-BUSINESS-DATE.
005600     05  WS-BD-YYYY              PIC 9(04).
005700     05  FILLER                  PIC X(01).
005800     05  WS-BD-MM                PIC 9(02).
005900     05  FILLER                  PIC X(01).
006000     05  WS-BD-DD                PIC 9(02).
006100 01  WS-CURRENT-DATE-TIME.
006200     05  WS-CD-YYYY              PIC 9(04).
006300     05  WS-CD-MM                PIC 9(02).
006400     05  WS-CD-DD                PIC 9(02).
006500     05  FILLER                  PIC X(10).
006600 01  WS-REPORT-DATE.
006700     05  WS-RD-DD                PIC 9(02).
006800     05  FILLER                  PIC X(01) VALUE '/'.
006900     05  WS-RD-MM                PIC 9(02).
007000     05  FILLER                  PIC X(01) VALUE '/'.
007100     05  WS-RD-YYYY              PIC 9(04).
007200 01  WS-TODAY-DATE-ISO           PIC X(10).
007300 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
007400     05  WS-TD-YYYY              PIC X(04).
007500     05  FILLER                  PIC X(01).
007600     05  WS-TD-MM                PIC X(02).
007700     05  FILLER                  PIC X(01).
007800     05  WS-TD-DD                PIC X(02).
007900*****************************************************************
008000*    DB2 ROWS                                                   *
008100*****************************************************************
008200 01  DB2-POLICY-TYPE             PIC X(01) VALUE 'M'.
008300 01  DB2-CONFIG-VALUE            PIC S9(9)V99 COMP-3.
008400 01  DB2-CLAIMNUM-INT            PIC S9(9) COMP.
008500 01  DB2-HIRESEQ-SINT            PIC S9(4) COMP.
008600 01  DB2-HIRETYPE                PIC X(01).
008700 01  DB2-SUPPLIER                PIC X(30).
008800 01  DB2-TPREFERENCE             PIC X(15).
008900 01  DB2-STARTDATE               PIC X(10).
009000 01  DB2-DAILYRATE               PIC S9(5)V99 COMP-3.
009100 01  DB2-HIRE-DAYS               PIC S9(9) COMP.
009200 01  DB2-ACCRUED-AMT             PIC S9(9)V99 COMP-3.
009300*****************************************************************
009400*    REPORT LINE LAYOUTS                                       *
009500*****************************************************************
009600 01  HR-HEADING-1.
009700     05  FILLER                  PIC X(43) VALUE
009800         'LG INSURANCE - HIRE VEHICLE CHALLENGE'.
009900     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
010000     05  HR-H1-DATE              PIC X(10) VALUE SPACES.
010100     05  FILLER                  PIC X(70) VALUE SPACES.
010200 01  HR-SECTION-HEADING.
010300     05  FILLER                  PIC X(01) VALUE SPACES.
010400     05  HR-SH-TITLE             PIC X(40).
010500     05  HR-SH-LIMIT-LABEL       PIC X(12).
010600     05  HR-SH-LIMIT             PIC ZZ,ZZ9.99.
010700     05  FILLER                  PIC X(71) VALUE SPACES.
010800 01  HR-HEADING-2.
010900     05  FILLER                  PIC X(14) VALUE '  CLAIM'.
011000     05  FILLER                  PIC X(05) VALUE 'SEQ'.
011100     05  FILLER                  PIC X(05) VALUE 'TYPE'.
011200     05  FILLER                  PIC X(32) VALUE 'SUPPLIER'.
011300     05  FILLER                  PIC X(17) VALUE 'TP REFERENCE'.
011400     05  FILLER                  PIC X(12) VALUE 'ON HIRE'.
011500     05  FILLER                  PIC X(08) VALUE '  DAYS'.
011600     05  FILLER                  PIC X(11) VALUE '  RATE'.
011700     05  FILLER                  PIC X(16) VALUE '      ACCRUED'.
011800     05  FILLER                  PIC X(13) VALUE SPACES.
011900 01  HR-DETAIL-LINE.
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  HR-D-CLAIMNUM           PIC 9(10).
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  HR-D-HIRESEQ            PIC 9(02).
012400     05  FILLER                  PIC X(04) VALUE SPACES.
012500     05  HR-D-HIRETYPE           PIC X(01).
012600     05  FILLER                  PIC X(03) VALUE SPACES.
012700     05  HR-D-SUPPLIER           PIC X(30).
012800     05  FILLER                  PIC X(02) VALUE SPACES.
012900     05  HR-D-TPREFERENCE        PIC X(15).
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  HR-D-STARTDATE          PIC X(10).
013200     05  FILLER                  PIC X(02) VALUE SPACES.
013300     05  HR-D-DAYS               PIC ZZ,ZZ9.
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  HR-D-RATE               PIC ZZ,ZZ9.99.
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  HR-D-ACCRUED            PIC ZZZ,ZZZ,ZZ9.99.
013800     05  FILLER                  PIC X(15) VALUE SPACES.
013900 01  HR-BLANK-LINE               PIC X(133) VALUE SPACES.
014000 01  HR-SUMMARY-LINE-1.
014100     05  FILLER                  PIC X(20) VALUE SPACES.
014200     05  FILLER                  PIC X(36) VALUE
014300         'LONG-RUNNING HIRES'.
014400     05  HR-S1-COUNT             PIC ZZZ,ZZ9.
014500     05  FILLER                  PIC X(70) VALUE SPACES.
014600 01  HR-SUMMARY-LINE-2.
014700     05  FILLER                  PIC X(20) VALUE SPACES.
014800     05  FILLER                  PIC X(36) VALUE
014900         'CREDIT HIRES ABOVE BENCHMARK RATE'.
015000     05  HR-S2-COUNT             PIC ZZZ,ZZ9.
015100     05  FILLER                  PIC X(70) VALUE SPACES.
015200     EXEC SQL
015300         INCLUDE SQLCA
015400     END-EXEC.
015500*    A HIRE IS LONG-RUNNING WHILE IT IS STILL ON HIRE AND HAS
015600*    RUN MORE THAN THE LIMIT IN DAYS, START DAY INCLUSIVE.
015700     EXEC SQL
015800         DECLARE LONG-HIRE CURSOR FOR
015900           SELECT H.CLAIMNUMBER, H.HIRESEQ, H.HIRETYPE,
016000                  H.SUPPLIER, H.TPREFERENCE,
016100                  CHAR(H.STARTDATE, ISO), H.DAILYRATE,
016200                  DAYS(DATE(:WS-TODAY-DATE-ISO))
016300                    - DAYS(H.STARTDATE) + 1,
016400                  H.ACCRUEDAMOUNT
016500             FROM CLAIMHIRE H,
016600                  CLAIM C
016700            WHERE C.CLAIMNUMBER = H.CLAIMNUMBER
016800              AND C.STATUS      = 'O'
016900              AND H.STATUS      = 'O'
017000              AND DAYS(DATE(:WS-TODAY-DATE-ISO))
017100                    - DAYS(H.STARTDATE) + 1
017200                  > :WS-LONG-HIRE-DAYS
017300            ORDER BY H.STARTDATE, H.CLAIMNUMBER, H.HIRESEQ
017400     END-EXEC.
017500*    CREDIT HIRE CLAIMED AGAINST US IS CHALLENGED ON RATE FOR
017600*    AS LONG AS THE CLAIM IS OPEN, ON OR OFF HIRE.
017700     EXEC SQL
017800         DECLARE DEAR-HIRE CURSOR FOR
017900           SELECT H.CLAIMNUMBER, H.HIRESEQ, H.HIRETYPE,
018000                  H.SUPPLIER, H.TPREFERENCE,
018100                  CHAR(H.STARTDATE, ISO), H.DAILYRATE,
018200                  DAYS(CASE WHEN H.ENDDATE IS NOT NULL
018300                             AND H.ENDDATE
018400                                 < DATE(:WS-TODAY-DATE-ISO)
018500                            THEN H.ENDDATE
018600                            ELSE DATE(:WS-TODAY-DATE-ISO)
018700                       END) - DAYS(H.STARTDATE) + 1,
018800                  H.ACCRUEDAMOUNT
018900             FROM CLAIMHIRE H,
019000                  CLAIM C
019100            WHERE C.CLAIMNUMBER = H.CLAIMNUMBER
019200              AND C.STATUS      = 'O'
019300              AND H.HIRETYPE    = 'T'
019400              AND H.DAILYRATE   > :WS-CREDIT-HIRE-BENCH
019500            ORDER BY H.DAILYRATE DESC, H.CLAIMNUMBER,
019600                     H.HIRESEQ
019700     END-EXEC.
019800 LINKAGE SECTION.
019900 PROCEDURE DIVISION.
020000*****************************************************************
020100*    0000-MAINLINE                                             *
020200*****************************************************************
020300 0000-MAINLINE SECTION.
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020500     PERFORM 2000-LONG-HIRES THRU 2000-EXIT.
020600     PERFORM 3000-DEAR-HIRES THRU 3000-EXIT.
020700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
020800     GO TO 9999-EXIT.
020900 0000-MAINLINE-EXIT.
021000     EXIT.
021100*****************************************************************
021200*    1000-INITIALIZE                                           *
021300*****************************************************************
021400 1000-INITIALIZE.
021500     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
021600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
021700     MOVE WS-CD-DD   TO WS-RD-DD
021800     MOVE WS-CD-MM   TO WS-RD-MM
021900     MOVE WS-CD-YYYY TO WS-RD-YYYY.
022000     MOVE WS-REPORT-DATE TO HR-H1-DATE.
022100     MOVE WS-CD-YYYY TO WS-TD-YYYY
022200     MOVE WS-CD-MM   TO WS-TD-MM
022300     MOVE WS-CD-DD   TO WS-TD-DD
022400     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
022500     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
022600     PERFORM 1100-GET-LIMITS THRU 1100-EXIT.
022700     OPEN OUTPUT HIRE-REPORT-FILE.
022800     IF NOT WS-HIRRPT-OK
022900         DISPLAY 'LGHIRR01 - HIRRPT OPEN FAILED, STATUS='
023000                 WS-HIRRPT-STATUS
023100         GO TO 9999-EXIT
023200     END-IF.
023300     WRITE HR-REPORT-LINE FROM HR-HEADING-1.
023400 1000-EXIT.
023500     EXIT.
023600*****************************************************************
023700*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
023800*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
023900*****************************************************************
024000 1050-GET-BUSINESS-DATE.
024100     EXEC SQL
024200         SELECT BUSINESSDATE
024300           INTO :WS-BUSINESS-DATE
024400           FROM BUSINESSDATE
024500          WHERE CONTROLID = 'LG'
024600     END-EXEC.
024700     IF SQLCODE EQUAL 0
024800         MOVE WS-BD-YYYY TO WS-CD-YYYY
024900         MOVE WS-BD-MM   TO WS-CD-MM
025000         MOVE WS-BD-DD   TO WS-CD-DD
025100     END-IF.
025200 1050-EXIT.
025300     EXIT.
025400*****************************************************************
025500*    1100-GET-LIMITS - LONG-RUNNING DAYS AND CREDIT HIRE        *
025600*    BENCHMARK RATE IN FORCE TODAY                              *
025700*****************************************************************
025800 1100-GET-LIMITS.
025900     EXEC SQL
026000         SELECT CONFIGVALUE
026100           INTO :DB2-CONFIG-VALUE
026200           FROM PRODUCTCONFIG
026300          WHERE POLICYTYPE = :DB2-POLICY-TYPE
026400            AND CONFIGKEY  = 'HIRELONGDAY '
026500            AND EFFECTIVEDATE =
026600                ( SELECT MAX(EFFECTIVEDATE)
026700                    FROM PRODUCTCONFIG
026800                   WHERE POLICYTYPE = :DB2-POLICY-TYPE
026900                     AND CONFIGKEY  = 'HIRELONGDAY '
027000                     AND EFFECTIVEDATE <= CURRENT DATE )
027100     END-EXEC.
027200     IF SQLCODE EQUAL 0
027300         MOVE DB2-CONFIG-VALUE TO WS-LONG-HIRE-DAYS
027400     END-IF.
027500     EXEC SQL
027600         SELECT CONFIGVALUE
027700           INTO :DB2-CONFIG-VALUE
027800           FROM PRODUCTCONFIG
027900          WHERE POLICYTYPE = :DB2-POLICY-TYPE
028000            AND CONFIGKEY  = 'CHIREBENCH  '
028100            AND EFFECTIVEDATE =
028200                ( SELECT MAX(EFFECTIVEDATE)
028300                    FROM PRODUCTCONFIG
028400                   WHERE POLICYTYPE = :DB2-POLICY-TYPE
028500                     AND CONFIGKEY  = 'CHIREBENCH  '
028600                     AND EFFECTIVEDATE <= CURRENT DATE )
028700     END-EXEC.
028800     IF SQLCODE EQUAL 0
028900         MOVE DB2-CONFIG-VALUE TO WS-CREDIT-HIRE-BENCH
029000     END-IF.
029100 1100-EXIT.
029200     EXIT.
029300*****************************************************************
029400*    2000-LONG-HIRES - SECTION 1, HIRES STILL RUNNING PAST THE  *
029500*    LIMIT, OLDEST FIRST                                        *
029600*****************************************************************
029700 2000-LONG-HIRES.
029800     WRITE HR-REPORT-LINE FROM HR-BLANK-LINE.
029900     MOVE 'HIRES ON HIRE LONGER THAN LIMIT'  TO HR-SH-TITLE.
030000     MOVE 'DAYS LIMIT'                       TO HR-SH-LIMIT-LABEL.
030100     MOVE WS-LONG-HIRE-DAYS                  TO HR-SH-LIMIT.
030200     WRITE HR-REPORT-LINE FROM HR-SECTION-HEADING.
030300     WRITE HR-REPORT-LINE FROM HR-HEADING-2.
030400     EXEC SQL
030500         OPEN LONG-HIRE
030600     END-EXEC.
030700     IF SQLCODE NOT EQUAL 0
030800         DISPLAY 'LGHIRR01 - LONG CURSOR OPEN FAILED, SQLCODE='
030900                 SQLCODE
031000         GO TO 9999-EXIT
031100     END-IF.
031200     MOVE 'N' TO WS-DB2-EOF-SWITCH.
031300     PERFORM 2100-READ-LONG THRU 2100-EXIT.
031400     PERFORM 2200-LIST-LONG THRU 2200-EXIT
031500         UNTIL WS-DB2-EOF.
031600     EXEC SQL
031700         CLOSE LONG-HIRE
031800     END-EXEC.
031900 2000-EXIT.
032000     EXIT.
032100 2100-READ-LONG.
032200     EXEC SQL
032300         FETCH LONG-HIRE
032400           INTO :DB2-CLAIMNUM-INT, :DB2-HIRESEQ-SINT,
032500                :DB2-HIRETYPE, :DB2-SUPPLIER,
032600                :DB2-TPREFERENCE, :DB2-STARTDATE,
032700                :DB2-DAILYRATE, :DB2-HIRE-DAYS,
032800                :DB2-ACCRUED-AMT
032900     END-EXEC.
033000     EVALUATE SQLCODE
033100         WHEN 0
033200             CONTINUE
033300         WHEN 100
033400             MOVE 'Y' TO WS-DB2-EOF-SWITCH
033500         WHEN OTHER
033600             DISPLAY 'LGHIRR01 - LONG CURSOR FETCH ERROR, '
033700                     'SQLCODE=' SQLCODE
033800             GO TO 9999-EXIT
033900     END-EVALUATE.
034000 2100-EXIT.
034100     EXIT.
034200 2200-LIST-LONG.
034300     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
034400     ADD 1 TO WS-LONG-COUNT.
034500     PERFORM 2100-READ-LONG THRU 2100-EXIT.
034600 2200-EXIT.
034700     EXIT.
034800*****************************************************************
034900*    3000-DEAR-HIRES - SECTION 2, CREDIT HIRE ABOVE THE         *
035000*    BENCHMARK, DEAREST FIRST                                   *
035100*****************************************************************
035200 3000-DEAR-HIRES.
035300     WRITE HR-REPORT-LINE FROM HR-BLANK-LINE.
035400     MOVE 'CREDIT HIRE ABOVE BENCHMARK DAILY RATE' TO HR-SH-TITLE.
035500     MOVE 'BENCHMARK'                        TO HR-SH-LIMIT-LABEL.
035600     MOVE WS-CREDIT-HIRE-BENCH               TO HR-SH-LIMIT.
035700     WRITE HR-REPORT-LINE FROM HR-SECTION-HEADING.
035800     WRITE HR-REPORT-LINE FROM HR-HEADING-2.
035900     EXEC SQL
036000         OPEN DEAR-HIRE
036100     END-EXEC.
036200     IF SQLCODE NOT EQUAL 0
036300         DISPLAY 'LGHIRR01 - RATE CURSOR OPEN FAILED, SQLCODE='
036400                 SQLCODE
036500         GO TO 9999-EXIT
036600     END-IF.
036700     MOVE 'N' TO WS-DB2-EOF-SWITCH.
036800     PERFORM 3100-READ-DEAR THRU 3100-EXIT.
036900     PERFORM 3200-LIST-DEAR THRU 3200-EXIT
037000         UNTIL WS-DB2-EOF.
037100     EXEC SQL
037200         CLOSE DEAR-HIRE
037300     END-EXEC.
037400 3000-EXIT.
037500     EXIT.
037600 3100-READ-DEAR.
037700     EXEC SQL
037800         FETCH DEAR-HIRE
037900           INTO :DB2-CLAIMNUM-INT, :DB2-HIRESEQ-SINT,
038000                :DB2-HIRETYPE, :DB2-SUPPLIER,
038100                :DB2-TPREFERENCE, :DB2-STARTDATE,
038200                :DB2-DAILYRATE, :DB2-HIRE-DAYS,
038300                :DB2-ACCRUED-AMT
038400     END-EXEC.
038500     EVALUATE SQLCODE
038600         WHEN 0
038700             CONTINUE
038800         WHEN 100
038900             MOVE 'Y' TO WS-DB2-EOF-SWITCH
039000         WHEN OTHER
039100             DISPLAY 'LGHIRR01 - RATE CURSOR FETCH ERROR, '
039200                     'SQLCODE=' SQLCODE
039300             GO TO 9999-EXIT
039400     END-EVALUATE.
039500 3100-EXIT.
039600     EXIT.
039700 3200-LIST-DEAR.
039800     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
039900     ADD 1 TO WS-RATE-COUNT.
040000     PERFORM 3100-READ-DEAR THRU 3100-EXIT.
040100 3200-EXIT.
040200     EXIT.
040300*****************************************************************
040400*    5000-WRITE-DETAIL - ONE HIRE LINE, EITHER SECTION          *
040500*****************************************************************
040600 5000-WRITE-DETAIL.
040700     MOVE DB2-CLAIMNUM-INT   TO HR-D-CLAIMNUM.
040800     MOVE DB2-HIRESEQ-SINT   TO HR-D-HIRESEQ.
040900     MOVE DB2-HIRETYPE       TO HR-D-HIRETYPE.
041000     MOVE DB2-SUPPLIER       TO HR-D-SUPPLIER.
041100     MOVE DB2-TPREFERENCE    TO HR-D-TPREFERENCE.
041200     MOVE DB2-STARTDATE      TO HR-D-STARTDATE.
041300     MOVE DB2-HIRE-DAYS      TO HR-D-DAYS.
041400     MOVE DB2-DAILYRATE      TO HR-D-RATE.
041500     MOVE DB2-ACCRUED-AMT    TO HR-D-ACCRUED.
041600     WRITE HR-REPORT-LINE FROM HR-DETAIL-LINE.
041700 5000-EXIT.
041800     EXIT.
041900*****************************************************************
042000*    8000-FINALIZE                                             *
042100*****************************************************************
042200 8000-FINALIZE.
042300     WRITE HR-REPORT-LINE FROM HR-BLANK-LINE.
042400     MOVE WS-LONG-COUNT TO HR-S1-COUNT.
042500     WRITE HR-REPORT-LINE FROM HR-SUMMARY-LINE-1.
042600     MOVE WS-RATE-COUNT TO HR-S2-COUNT.
042700     WRITE HR-REPORT-LINE FROM HR-SUMMARY-LINE-2.
042800     CLOSE HIRE-REPORT-FILE.
042900 8000-EXIT.
043000     EXIT.
043100*****************************************************************
043200*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
043300*****************************************************************
043400 9999-EXIT.
043500     STOP RUN.
