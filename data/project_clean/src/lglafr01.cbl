000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGLAFR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        MONTHLY LOSS ADJUSTER FIRM REPORT - FOR THE
000800                 ROLLING TWELVE MONTHS OF APPOINTMENTS ENDING
000900                 WITH THE PRIOR CALENDAR MONTH, ONE LINE PER
001000                 ADJUSTING FIRM: CLAIMS APPOINTED, REPORTS
001100                 RECEIVED AND THE AVERAGE DAYS FROM APPOINTMENT
001200                 TO FIRST REPORT, FEES INVOICED, CLAIMS SETTLED
001300                 WITH THE INDEMNITY PAID ON THEM, AND THE FEE-
001400                 TO-INDEMNITY RATIO ON THOSE SETTLED CLAIMS.
001500                 FEEDS THE ADJUSTER PANEL REVIEW.
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
002700     SELECT ADJUSTER-FIRM-FILE ASSIGN TO LAFRPT
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-LAFRPT-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  ADJUSTER-FIRM-FILE
003300     RECORDING MODE IS F.
003400 01  AF-REPORT-LINE              PIC X(133).
003500 WORKING-STORAGE SECTION.
003600*****************************************************************
003700*    FILE STATUS AND SWITCHES                                  *
003800*****************************************************************
003900 77  WS-LAFRPT-STATUS            PIC X(02) VALUE SPACES.
004000     88  WS-LAFRPT-OK                      VALUE '00'.
004100 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
004200     88  WS-DB2-EOF                        VALUE 'Y'.
004300 77  WS-FIRM-COUNT               PIC 9(07) COMP-3 VALUE 0.
004400*****************************************************************
004500*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
004600*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
004700*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
004800*    RIGHT DATED OUTPUT AND SELECTIONS                          *
004900*****************************************************************
005000 01  WS-BUSINESS-DATE.
005100     05  WS-BD-YYYY              PIC 9(04).
005200     05  FILLER                  PIC X(01).
005300     05  WS-BD-MM                PIC 9(02).
005400     05  FILLER                  PIC X(01).
005500     05  WS-BD-DD                PIC 9(02).
005600 01  WS-CURRENT-DATE-TIME.
005700     05  WS-CD-YYYY              PIC 9(04).
005800     05  WS-CD-MM                PIC 9(02).
005900     05  WS-CD-DD                PIC 9(02).
006000     05  FILLER                  PIC X(10).
006100 01  WS-REPORT-DATE.
006200     05  WS-RD-DD                PIC 9(02).
006300     05  FILLER                  PIC X(01) VALUE '/'.
006400     05  WS-RD-MM                PIC 9(02).
006500     05  FILLER                  PIC X(01) VALUE '/'.
006600     05  WS-RD-YYYY              PIC 9(04).
006700 01  WS-THIS-MONTH-1ST           PIC 9(08).
006800 01  WS-THIS-MONTH-1ST-INTEGER   PIC S9(09) COMP.
006900 01  WS-PRIOR-MONTH-INTEGER      PIC S9(09) COMP.
007000 01  WS-PRIOR-MONTH-DATE         PIC 9(08).
007100 01  WS-PRIOR-MONTH-BRKDN        REDEFINES WS-PRIOR-MONTH-DATE.
007200     05  WS-PML-YYYY             PIC 9(04).
007300     05  WS-PML-MM               PIC 9(02).
007400     05  WS-PML-DD               PIC 9(02).
007500 01  WS-START-YYYY               PIC 9(04).
007600 01  WS-PERIOD-START-ISO         PIC X(10).
007700 01  WS-PERIOD-START-BRKDN       REDEFINES WS-PERIOD-START-ISO.
007800     05  WS-PS-YYYY              PIC X(04).
007900     05  FILLER                  PIC X(01).
008000     05  WS-PS-MM                PIC X(02).
008100     05  FILLER                  PIC X(01).
008200     05  WS-PS-DD                PIC X(02).
008300 01  WS-PERIOD-END-ISO           PIC X(10).
008400 01  WS-PERIOD-END-BRKDN         REDEFINES WS-PERIOD-END-ISO.
008500     05  WS-PE-YYYY              PIC X(04).
008600     05  FILLER                  PIC X(01).
008700     05  WS-PE-MM                PIC X(02).
008800     05  FILLER                  PIC X(01).
008900     05  WS-PE-DD                PIC X(02).
009000*****************************************************************
009100*    DB2 FIRM ROW (ONE ROW PER ADJUSTING FIRM)                  *
009200*****************************************************************
009300 01  DB2-ADJUSTERID-INT          PIC S9(9) COMP.
009400 01  DB2-FIRM-NAME               PIC X(30).
009500 01  DB2-APPOINTED-COUNT         PIC S9(9) COMP.
009600 01  DB2-REPORTED-COUNT          PIC S9(9) COMP.
009700 01  DB2-REPORT-DAYS             PIC S9(9) COMP.
009800 01  DB2-FEE-TOTAL               PIC S9(11)V99 COMP-3.
009900 01  DB2-SETTLED-COUNT           PIC S9(9) COMP.
010000 01  DB2-INDEMNITY-TOTAL         PIC S9(11)V99 COMP-3.
010100 01  DB2-SETTLED-FEE-TOTAL       PIC S9(11)V99 COMP-3.
010200 01  WS-AVG-DAYS                 PIC S9(5)V9 COMP-3.
010300 01  WS-FEE-RATIO                PIC S9(5)V99 COMP-3.
010400 01  WS-TOTAL-APPOINTED          PIC S9(9) COMP-3 VALUE 0.
010500 01  WS-TOTAL-REPORTED           PIC S9(9) COMP-3 VALUE 0.
010600 01  WS-TOTAL-REPORT-DAYS        PIC S9(9) COMP-3 VALUE 0.
010700 01  WS-TOTAL-FEES               PIC S9(11)V99 COMP-3 VALUE 0.
010800 01  WS-TOTAL-SETTLED            PIC S9(9) COMP-3 VALUE 0.
010900 01  WS-TOTAL-INDEMNITY          PIC S9(11)V99 COMP-3 VALUE 0.
011000 01  WS-TOTAL-SETTLED-FEES       PIC S9(11)V99 COMP-3 VALUE 0.
011100*****************************************************************
011200*    REPORT LINE LAYOUTS                                       *
011300*****************************************************************
011400 01  AR-HEADING-1.
011500     05  FILLER                  PIC X(42) VALUE
011600         'LG INSURANCE - LOSS ADJUSTER FIRMS        '.
011700     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
011800     05  AR-H1-DATE              PIC X(10) VALUE SPACES.
011900     05  FILLER                  PIC X(71) VALUE SPACES.
012000 01  AR-HEADING-2.
012100     05  FILLER                  PIC X(11) VALUE ' APPOINTED '.
012200     05  AR-H2-START             PIC X(10) VALUE SPACES.
012300     05  FILLER                  PIC X(4)  VALUE ' TO '.
012400     05  AR-H2-END               PIC X(10) VALUE SPACES.
012500     05  FILLER                  PIC X(98) VALUE SPACES.
012600 01  AR-HEADING-3.
012700     05  FILLER   PIC X(10) VALUE 'FIRM ID   '.
012800     05  FILLER   PIC X(26) VALUE 'FIRM NAME                 '.
012900     05  FILLER   PIC X(08) VALUE 'APPTD   '.
013000     05  FILLER   PIC X(08) VALUE 'REPORTS '.
013100     05  FILLER   PIC X(08) VALUE 'AVG DAYS'.
013200     05  FILLER   PIC X(15) VALUE '   FEES INVOICD'.
013300     05  FILLER   PIC X(08) VALUE ' SETTLED'.
013400     05  FILLER   PIC X(16) VALUE '       INDEMNITY'.
013500     05  FILLER   PIC X(09) VALUE '   FEE % '.
013600     05  FILLER                  PIC X(25) VALUE SPACES.
013700 01  AR-DETAIL-LINE.
013800     05  AR-D-ADJUSTERID         PIC Z(8)9.
013900     05  FILLER                  PIC X(01) VALUE SPACES.
014000     05  AR-D-FIRM-NAME          PIC X(25).
014100     05  FILLER                  PIC X(01) VALUE SPACES.
014200     05  AR-D-APPOINTED          PIC ZZ,ZZ9.
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  AR-D-REPORTED           PIC ZZ,ZZ9.
014500     05  FILLER                  PIC X(03) VALUE SPACES.
014600     05  AR-D-AVG-DAYS           PIC ZZ9.9.
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  AR-D-FEES               PIC ZZ,ZZZ,ZZ9.99.
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  AR-D-SETTLED            PIC ZZ,ZZ9.
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  AR-D-INDEMNITY          PIC ZZZ,ZZZ,ZZ9.99.
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  AR-D-FEE-RATIO          PIC ZZZ9.99.
015500     05  FILLER                  PIC X(27) VALUE SPACES.
015600 01  AR-SUMMARY-LINE.
015700     05  FILLER                  PIC X(20) VALUE SPACES.
015800     05  AR-S-LABEL              PIC X(36) VALUE
015900         'ADJUSTING FIRMS REPORTED'.
016000     05  AR-S-COUNT              PIC ZZZ,ZZ9.
016100     05  FILLER                  PIC X(70) VALUE SPACES.
016200 01  AR-TURNAROUND-TOTAL-LINE.
016300     05  FILLER                  PIC X(20) VALUE SPACES.
016400     05  AR-T-LABEL              PIC X(36) VALUE
016500         'APPOINTED / REPORTED / AVG DAYS'.
016600     05  AR-T-APPOINTED          PIC ZZZ,ZZ9.
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  AR-T-REPORTED           PIC ZZZ,ZZ9.
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  AR-T-AVG-DAYS           PIC ZZ9.9.
017100     05  FILLER                  PIC X(54) VALUE SPACES.
017200 01  AR-FEE-TOTAL-LINE.
017300     05  FILLER                  PIC X(20) VALUE SPACES.
017400     05  AR-F-LABEL              PIC X(36) VALUE
017500         'FEES INVOICED'.
017600     05  AR-F-FEES               PIC ZZZ,ZZZ,ZZ9.99.
017700     05  FILLER                  PIC X(63) VALUE SPACES.
017800 01  AR-INDEMNITY-TOTAL-LINE.
017900     05  FILLER                  PIC X(20) VALUE SPACES.
018000     05  AR-I-LABEL              PIC X(36) VALUE
018100         'SETTLED / INDEMNITY / FEE %'.
018200     05  AR-I-SETTLED            PIC ZZZ,ZZ9.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  AR-I-INDEMNITY          PIC ZZZ,ZZZ,ZZ9.99.
018500     05  FILLER                  PIC X(02) VALUE SPACES.
018600     05  AR-I-FEE-RATIO          PIC ZZZ9.99.
018700     05  FILLER                  PIC X(45) VALUE SPACES.
018800     EXEC SQL
018900         INCLUDE SQLCA
019000     END-EXEC.
019100*    LGLADJ01 KEEPS ONE CLAIMADJUSTER ROW PER CLAIM; A ROW STILL
019200*    WAITING FOR ITS APPOINTMENT CARRIES ADJUSTER ZERO AND NO
019300*    APPOINTED DATE AND IS LEFT OUT.  THE TURNAROUND IS TO THE
019400*    FIRST REPORT.  THE FEE RATIO ONLY LOOKS AT SETTLED CLAIMS,
019500*    WHERE THE INDEMNITY IS KNOWN, AND COUNTS EVERY FEE INVOICED
019600*    ON THEM WHETHER OR NOT THE DISBURSEMENT RUN HAS PAID IT.
019700     EXEC SQL
019800         DECLARE ADJFIRM_CURSOR CURSOR FOR
019900           SELECT CA.ADJUSTERID,
020000                  A.FIRMNAME,
020100                  COUNT(*),
020200                  SUM(CASE WHEN CA.REPORTDATE IS NOT NULL
020300                           THEN 1 ELSE 0 END),
020400                  COALESCE(SUM(CASE WHEN CA.REPORTDATE
020500                                         IS NOT NULL
020600                           THEN DAYS(CA.REPORTDATE) -
020700                                DAYS(CA.APPOINTEDDATE)
020800                           ELSE 0 END), 0),
020900                  COALESCE(SUM(F.FEETOTAL), 0),
021000                  SUM(CASE WHEN C.STATUS = 'S'
021100                           THEN 1 ELSE 0 END),
021200                  COALESCE(SUM(CASE WHEN C.STATUS = 'S'
021300                           THEN C.SETTLEDAMOUNT
021400                           ELSE 0 END), 0),
021500                  COALESCE(SUM(CASE WHEN C.STATUS = 'S'
021600                           THEN F.FEETOTAL
021700                           ELSE 0 END), 0)
021800             FROM CLAIMADJUSTER CA
021900             JOIN ADJUSTER A
022000               ON A.ADJUSTERID = CA.ADJUSTERID
022100             JOIN CLAIM C
022200               ON C.CLAIMNUMBER = CA.CLAIMNUMBER
022300             LEFT OUTER JOIN
022400                  ( SELECT CLAIMNUMBER,
022500                           SUM(FEEAMOUNT) AS FEETOTAL
022600                      FROM ADJUSTERFEE
022700                     GROUP BY CLAIMNUMBER ) F
022800               ON F.CLAIMNUMBER = CA.CLAIMNUMBER
022900            WHERE CA.ADJUSTERID > 0
023000              AND CA.APPOINTEDDATE
023100                  BETWEEN :WS-PERIOD-START-ISO
023200                      AND :WS-PERIOD-END-ISO
023300            GROUP BY CA.ADJUSTERID, A.FIRMNAME
023400            ORDER BY 1
023500     END-EXEC.
023600 LINKAGE SECTION.
023700 PROCEDURE DIVISION.
023800*****************************************************************
023900*    0000-MAINLINE                                             *
024000*****************************************************************
024100 0000-MAINLINE SECTION.
024200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024300     PERFORM 2000-FIRM-LINE THRU 2000-EXIT
024400         UNTIL WS-DB2-EOF.
024500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
024600     GO TO 9999-EXIT.
024700 0000-MAINLINE-EXIT.
024800     EXIT.
024900*****************************************************************
025000*    1000-INITIALIZE - WORK OUT THE TWELVE-MONTH PERIOD ENDING  *
025100*    WITH THE PRIOR MONTH, OPEN THE REPORT, PRIME THE CURSOR    *
025200*****************************************************************
025300 1000-INITIALIZE.
025400     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
025500     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
025600     MOVE WS-CD-DD   TO WS-RD-DD
025700     MOVE WS-CD-MM   TO WS-RD-MM
025800     MOVE WS-CD-YYYY TO WS-RD-YYYY.
025900     MOVE WS-REPORT-DATE TO AR-H1-DATE.
026000     MOVE WS-CD-YYYY TO WS-THIS-MONTH-1ST(1:4)
026100     MOVE WS-CD-MM   TO WS-THIS-MONTH-1ST(5:2)
026200     MOVE 1          TO WS-THIS-MONTH-1ST(7:2).
026300     MOVE FUNCTION INTEGER-OF-DATE(WS-THIS-MONTH-1ST)
026400         TO WS-THIS-MONTH-1ST-INTEGER.
026500     COMPUTE WS-PRIOR-MONTH-INTEGER =
026600         WS-THIS-MONTH-1ST-INTEGER - 1.
026700     MOVE FUNCTION DATE-OF-INTEGER(WS-PRIOR-MONTH-INTEGER)
026800         TO WS-PRIOR-MONTH-DATE.
026900     MOVE WS-PML-YYYY TO WS-PE-YYYY
027000     MOVE WS-PML-MM   TO WS-PE-MM
027100     MOVE WS-PML-DD   TO WS-PE-DD
027200     MOVE '-'         TO WS-PERIOD-END-ISO(5:1)
027300     MOVE '-'         TO WS-PERIOD-END-ISO(8:1).
027400*    THE PERIOD OPENS ON THE FIRST OF THIS MONTH A YEAR AGO
027500     COMPUTE WS-START-YYYY = WS-CD-YYYY - 1.
027600     MOVE WS-START-YYYY TO WS-PS-YYYY
027700     MOVE WS-CD-MM      TO WS-PS-MM
027800     MOVE '01'          TO WS-PS-DD
027900     MOVE '-'           TO WS-PERIOD-START-ISO(5:1)
028000     MOVE '-'           TO WS-PERIOD-START-ISO(8:1).
028100     MOVE WS-PERIOD-START-ISO TO AR-H2-START.
028200     MOVE WS-PERIOD-END-ISO   TO AR-H2-END.
028300     OPEN OUTPUT ADJUSTER-FIRM-FILE.
028400     IF NOT WS-LAFRPT-OK
028500         DISPLAY 'LGLAFR01 - LAFRPT OPEN FAILED, STATUS='
028600                 WS-LAFRPT-STATUS
028700         GO TO 9999-EXIT
028800     END-IF.
028900     WRITE AF-REPORT-LINE FROM AR-HEADING-1.
029000     WRITE AF-REPORT-LINE FROM AR-HEADING-2.
029100     WRITE AF-REPORT-LINE FROM AR-HEADING-3.
029200     EXEC SQL
029300         OPEN ADJFIRM_CURSOR
029400     END-EXEC.
029500     IF SQLCODE NOT EQUAL 0
029600         DISPLAY 'LGLAFR01 - CURSOR OPEN FAILED, SQLCODE='
029700                 SQLCODE
029800         GO TO 9999-EXIT
029900     END-IF.
030000     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
030100 1000-EXIT.
030200     EXIT.
030300*****************************************************************
030400*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
030500*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
030600*****************************************************************
030700 1050-GET-BUSINESS-DATE.
030800     EXEC SQL
030900         SELECT BUSINESSDATE
031000           INTO :WS-BUSINESS-DATE
031100           FROM BUSINESSDATE
031200          WHERE CONTROLID = 'LG'
031300     END-EXEC.
031400     IF SQLCODE EQUAL 0
031500         MOVE WS-BD-YYYY TO WS-CD-YYYY
031600         MOVE WS-BD-MM   TO WS-CD-MM
031700         MOVE WS-BD-DD   TO WS-CD-DD
031800     END-IF.
031900 1050-EXIT.
032000     EXIT.
032100*****************************************************************
032200*    2000-FIRM-LINE - ONE LINE PER ADJUSTING FIRM               *
032300*****************************************************************
032400 2000-FIRM-LINE.
032500     MOVE ZERO TO WS-AVG-DAYS.
032600     IF DB2-REPORTED-COUNT GREATER THAN ZERO
032700         COMPUTE WS-AVG-DAYS ROUNDED =
032800             DB2-REPORT-DAYS / DB2-REPORTED-COUNT
032900     END-IF.
033000     MOVE ZERO TO WS-FEE-RATIO.
033100     IF DB2-INDEMNITY-TOTAL GREATER THAN ZERO
033200         COMPUTE WS-FEE-RATIO ROUNDED =
033300             DB2-SETTLED-FEE-TOTAL * 100 / DB2-INDEMNITY-TOTAL
033400     END-IF.
033500     MOVE DB2-ADJUSTERID-INT    TO AR-D-ADJUSTERID.
033600     MOVE DB2-FIRM-NAME         TO AR-D-FIRM-NAME.
033700     MOVE DB2-APPOINTED-COUNT   TO AR-D-APPOINTED.
033800     MOVE DB2-REPORTED-COUNT    TO AR-D-REPORTED.
033900     MOVE WS-AVG-DAYS           TO AR-D-AVG-DAYS.
034000     MOVE DB2-FEE-TOTAL         TO AR-D-FEES.
034100     MOVE DB2-SETTLED-COUNT     TO AR-D-SETTLED.
034200     MOVE DB2-INDEMNITY-TOTAL   TO AR-D-INDEMNITY.
034300     MOVE WS-FEE-RATIO          TO AR-D-FEE-RATIO.
034400     WRITE AF-REPORT-LINE FROM AR-DETAIL-LINE.
034500     ADD 1 TO WS-FIRM-COUNT.
034600     ADD DB2-APPOINTED-COUNT    TO WS-TOTAL-APPOINTED.
034700     ADD DB2-REPORTED-COUNT     TO WS-TOTAL-REPORTED.
034800     ADD DB2-REPORT-DAYS        TO WS-TOTAL-REPORT-DAYS.
034900     ADD DB2-FEE-TOTAL          TO WS-TOTAL-FEES.
035000     ADD DB2-SETTLED-COUNT      TO WS-TOTAL-SETTLED.
035100     ADD DB2-INDEMNITY-TOTAL    TO WS-TOTAL-INDEMNITY.
035200     ADD DB2-SETTLED-FEE-TOTAL  TO WS-TOTAL-SETTLED-FEES.
035300     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
035400 2000-EXIT.
035500     EXIT.
035600*****************************************************************
035700*    3000-READ-DB2 - NEXT ADJUSTING FIRM CURSOR ROW             *
035800*****************************************************************
035900 3000-READ-DB2.
036000     EXEC SQL
036100         FETCH ADJFIRM_CURSOR
036200           INTO :DB2-ADJUSTERID-INT, :DB2-FIRM-NAME,
036300                :DB2-APPOINTED-COUNT, :DB2-REPORTED-COUNT,
036400                :DB2-REPORT-DAYS, :DB2-FEE-TOTAL,
036500                :DB2-SETTLED-COUNT, :DB2-INDEMNITY-TOTAL,
036600                :DB2-SETTLED-FEE-TOTAL
036700     END-EXEC.
036800     EVALUATE SQLCODE
036900         WHEN 0
037000             CONTINUE
037100         WHEN 100
037200             MOVE 'Y' TO WS-DB2-EOF-SWITCH
037300         WHEN OTHER
037400             DISPLAY 'LGLAFR01 - CURSOR FETCH ERROR, SQLCODE='
037500                     SQLCODE
037600             GO TO 9999-EXIT
037700     END-EVALUATE.
037800 3000-EXIT.
037900     EXIT.
038000*****************************************************************
038100*    8000-FINALIZE - WRITE SUMMARY/GRAND-TOTAL LINES AND CLOSE  *
038200*****************************************************************
038300 8000-FINALIZE.
038400     EXEC SQL
038500         CLOSE ADJFIRM_CURSOR
038600     END-EXEC.
038700     MOVE WS-FIRM-COUNT         TO AR-S-COUNT.
038800     WRITE AF-REPORT-LINE FROM AR-SUMMARY-LINE.
038900     MOVE ZERO TO WS-AVG-DAYS.
039000     IF WS-TOTAL-REPORTED GREATER THAN ZERO
039100         COMPUTE WS-AVG-DAYS ROUNDED =
039200             WS-TOTAL-REPORT-DAYS / WS-TOTAL-REPORTED
039300     END-IF.
039400     MOVE WS-TOTAL-APPOINTED    TO AR-T-APPOINTED.
039500     MOVE WS-TOTAL-REPORTED     TO AR-T-REPORTED.
039600     MOVE WS-AVG-DAYS           TO AR-T-AVG-DAYS.
039700     WRITE AF-REPORT-LINE FROM AR-TURNAROUND-TOTAL-LINE.
039800     MOVE WS-TOTAL-FEES         TO AR-F-FEES.
039900     WRITE AF-REPORT-LINE FROM AR-FEE-TOTAL-LINE.
040000     MOVE ZERO TO WS-FEE-RATIO.
040100     IF WS-TOTAL-INDEMNITY GREATER THAN ZERO
040200         COMPUTE WS-FEE-RATIO ROUNDED =
040300             WS-TOTAL-SETTLED-FEES * 100 / WS-TOTAL-INDEMNITY
040400     END-IF.
040500     MOVE WS-TOTAL-SETTLED      TO AR-I-SETTLED.
040600     MOVE WS-TOTAL-INDEMNITY    TO AR-I-INDEMNITY.
040700     MOVE WS-FEE-RATIO          TO AR-I-FEE-RATIO.
040800     WRITE AF-REPORT-LINE FROM AR-INDEMNITY-TOTAL-LINE.
040900     CLOSE ADJUSTER-FIRM-FILE.
041000 8000-EXIT.
041100     EXIT.
041200*****************************************************************
041300*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
041400*****************************************************************
041500 9999-EXIT.
041600     STOP RUN.
