000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGPWCV01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        ONE-OFF CUSTOMER PASSWORD CONVERSION - HASHES
000750                 EVERY CUSTOMER_SECURE ROW STILL HOLDING A CLEAR
000760                 PASSWORD THROUGH LGPWHS01 AND BLANKS THE CLEAR
000770                 VALUE, SO NO CUSTOMER HAS TO RESET.  ROWS ALREADY
000780                 HASHED ARE NOT SELECTED, SO A RERUN AFTER AN
000790                 ABEND SIMPLY CARRIES ON WITH WHAT IS LEFT.
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
001900     SELECT PWCV-REPORT-FILE ASSIGN TO PWCVRPT
002000         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS WS-PWCVRPT-STATUS.
002200 DATA DIVISION.
002300 FILE SECTION.
002400 FD  PWCV-REPORT-FILE
002500     RECORDING MODE IS F.
002600 01  PC-REPORT-LINE              PIC X(133).
002700 WORKING-STORAGE SECTION.
002800*****************************************************************
002900*    FILE STATUS, SWITCHES AND COUNTERS                         *
003000*****************************************************************
003100 77  WS-PWCVRPT-STATUS           PIC X(02) VALUE SPACES.
003200     88  WS-PWCVRPT-OK                     VALUE '00'.
003300 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
003400     88  WS-DB2-EOF                       VALUE 'Y'.
003500 77  WS-READ-COUNT               PIC 9(07) COMP-3 VALUE 0.
003600 77  WS-CONVERTED-COUNT          PIC 9(07) COMP-3 VALUE 0.
003700 77  WS-EMPTY-COUNT              PIC 9(07) COMP-3 VALUE 0.
003800 77  WS-ERROR-COUNT              PIC 9(07) COMP-3 VALUE 0.
003900 77  WS-CKPT-COMMIT-INTERVAL     PIC 9(04) VALUE 100.
004000 77  WS-CKPT-COMMIT-COUNT        PIC 9(04) VALUE 0.
004100 77  LGPWHS01                    PIC X(08) VALUE 'LGPWHS01'.
004200*****************************************************************
004300*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
004400*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
004500*    IS ABSENT                                                    *
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
006400*****************************************************************
006500*    CUSTOMER_SECURE ROW STILL HOLDING A CLEAR PASSWORD          *
006600*****************************************************************
006700 01  DB2-CUSTOMERNUM-INT         PIC S9(9) COMP.
006800 01  DB2-CUSTSECR-PASS           PIC X(32).
006900 01  DB2-CUSTSECR-BLANK          PIC X(32) VALUE SPACES.
007000     COPY LGPWHS.
007100*****************************************************************
007200*    REPORT LINE LAYOUTS - THE REPORT NEVER SHOWS A PASSWORD     *
007300*****************************************************************
007400 01  PC-HEADING-1.
007500     05  FILLER                  PIC X(40) VALUE
007600         'LG INSURANCE - PASSWORD HASH CONVERSION'.
007700     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
007800     05  PC-H1-DATE              PIC X(10) VALUE SPACES.
007900     05  FILLER                  PIC X(73) VALUE SPACES.
008000 01  PC-DETAIL-LINE.
008100     05  PC-D-CUSTOMERNUM        PIC 9(10).
008200     05  FILLER                  PIC X(01) VALUE SPACE.
008300     05  PC-D-RESULT             PIC X(30).
008400     05  FILLER                  PIC X(01) VALUE SPACE.
008500     05  PC-D-SQLCODE            PIC -9(9).
008600     05  FILLER                  PIC X(81) VALUE SPACES.
008700 01  PC-SUMMARY-LINE.
008800     05  FILLER                  PIC X(20) VALUE SPACES.
008900     05  PC-S-LABEL              PIC X(30) VALUE SPACES.
009000     05  PC-S-COUNT              PIC ZZZ,ZZ9.
009100     05  FILLER                  PIC X(76) VALUE SPACES.
009200     EXEC SQL
009300         INCLUDE SQLCA
009400     END-EXEC.
009500*****************************************************************
009600*    WITH HOLD SO THE CURSOR SURVIVES THE INTERVAL COMMITS       *
009700*****************************************************************
009800     EXEC SQL
009900         DECLARE PWCV_CURSOR CURSOR WITH HOLD FOR
010000           SELECT CUSTOMERNUMBER, CUSTOMERPASS
010100             FROM CUSTOMER_SECURE
010200            WHERE COALESCE(PASSHASH, ' ') = ' '
010300            ORDER BY CUSTOMERNUMBER
010400     END-EXEC.
010500 LINKAGE SECTION.
010600 PROCEDURE DIVISION.
010700*****************************************************************
010800*    0000-MAINLINE                                              *
010900*****************************************************************
011000 0000-MAINLINE SECTION.
011100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011200     PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
011300         UNTIL WS-DB2-EOF.
011400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
011500     GO TO 9999-EXIT.
011600 0000-MAINLINE-EXIT.
011700     EXIT.
011800*****************************************************************
011900*    1000-INITIALIZE - RUN DATE, REPORT FILE AND CURSOR          *
012000*****************************************************************
012100 1000-INITIALIZE.
012200     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
012300     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
012400     MOVE WS-CD-DD   TO WS-RD-DD
012500     MOVE WS-CD-MM   TO WS-RD-MM
012600     MOVE WS-CD-YYYY TO WS-RD-YYYY.
012700     MOVE WS-REPORT-DATE TO PC-H1-DATE.
012800     OPEN OUTPUT PWCV-REPORT-FILE.
012900     IF NOT WS-PWCVRPT-OK
013000         DISPLAY 'LGPWCV01 - PWCVRPT OPEN FAILED, STATUS='
013100                 WS-PWCVRPT-STATUS
013200         GO TO 9999-EXIT
013300     END-IF.
013400     WRITE PC-REPORT-LINE FROM PC-HEADING-1.
013500     EXEC SQL
013600         OPEN PWCV_CURSOR
013700     END-EXEC.
013800     IF SQLCODE NOT EQUAL 0
013900         DISPLAY 'LGPWCV01 - CURSOR OPEN FAILED, SQLCODE='
014000                 SQLCODE
014100         GO TO 9999-EXIT
014200     END-IF.
014300     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
014400 1000-EXIT.
014500     EXIT.
014600*****************************************************************
014700*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
014800*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
014900*****************************************************************
015000 1050-GET-BUSINESS-DATE.
015100     EXEC SQL
015200         SELECT BUSINESSDATE
015300           INTO :WS-BUSINESS-DATE
015400           FROM BUSINESSDATE
015500          WHERE CONTROLID = 'LG'
015600     END-EXEC.
015700     IF SQLCODE EQUAL 0
015800         MOVE WS-BD-YYYY TO WS-CD-YYYY
015900         MOVE WS-BD-MM   TO WS-CD-MM
016000         MOVE WS-BD-DD   TO WS-CD-DD
016100     END-IF.
016200 1050-EXIT.
016300     EXIT.
016400*****************************************************************
016500*    2000-CONVERT-ONE - HASH ONE CLEAR PASSWORD.  A ROW WITH NO   *
016600*    PASSWORD AT ALL (NEVER SET, OR ALREADY PURGED) IS COUNTED    *
016700*    AND LEFT FOR THE HELPDESK RESET PATH                         *
016800*****************************************************************
016900 2000-CONVERT-ONE.
017000     ADD 1 TO WS-READ-COUNT.
017100     MOVE DB2-CUSTOMERNUM-INT TO PC-D-CUSTOMERNUM.
017200     MOVE 0 TO PC-D-SQLCODE.
017300     IF DB2-CUSTSECR-PASS EQUAL SPACES
017400         ADD 1 TO WS-EMPTY-COUNT
017500         GO TO 2000-NEXT
017600     END-IF.
017700     MOVE 'N'               TO PWH-ACTION.
017800     MOVE DB2-CUSTSECR-PASS TO PWH-PASSWORD.
017900     CALL LGPWHS01 USING PWH-REQUEST.
018000     MOVE SPACES TO PWH-PASSWORD.
018100     MOVE SPACES TO DB2-CUSTSECR-PASS.
018200     IF PWH-RC NOT EQUAL '00'
018300         MOVE 'ERROR - HASH FAILED' TO PC-D-RESULT
018400         MOVE PWH-SQLCODE TO PC-D-SQLCODE
018500         WRITE PC-REPORT-LINE FROM PC-DETAIL-LINE
018600         ADD 1 TO WS-ERROR-COUNT
018700         GO TO 2000-NEXT
018800     END-IF.
018900     EXEC SQL
019000         UPDATE CUSTOMER_SECURE
019100            SET CUSTOMERPASS = :DB2-CUSTSECR-BLANK,
019200                PASSSALT     = :PWH-SALT,
019300                PASSHASH     = :PWH-HASH
019400          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
019500     END-EXEC.
019600     IF SQLCODE NOT EQUAL 0
019700         MOVE 'ERROR - SECURE UPDATE FAILED' TO PC-D-RESULT
019800         MOVE SQLCODE TO PC-D-SQLCODE
019900         WRITE PC-REPORT-LINE FROM PC-DETAIL-LINE
020000         ADD 1 TO WS-ERROR-COUNT
020100         GO TO 2000-NEXT
020200     END-IF.
020300     ADD 1 TO WS-CONVERTED-COUNT.
020400     ADD 1 TO WS-CKPT-COMMIT-COUNT.
020500     IF WS-CKPT-COMMIT-COUNT >= WS-CKPT-COMMIT-INTERVAL
020600         EXEC SQL
020700             COMMIT
020800         END-EXEC
020900         MOVE 0 TO WS-CKPT-COMMIT-COUNT
021000     END-IF.
021100 2000-NEXT.
021200     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
021300 2000-EXIT.
021400     EXIT.
021500*****************************************************************
021600*    3000-READ-DB2 - NEXT UNCONVERTED CUSTOMER_SECURE ROW        *
021700*****************************************************************
021800 3000-READ-DB2.
021900     EXEC SQL
022000         FETCH PWCV_CURSOR
022100           INTO :DB2-CUSTOMERNUM-INT, :DB2-CUSTSECR-PASS
022200     END-EXEC.
022300     EVALUATE SQLCODE
022400         WHEN 0
022500             CONTINUE
022600         WHEN 100
022700             MOVE 'Y' TO WS-DB2-EOF-SWITCH
022800         WHEN OTHER
022900             DISPLAY 'LGPWCV01 - CURSOR FETCH ERROR, SQLCODE='
023000                     SQLCODE
023100             GO TO 9999-EXIT
023200     END-EVALUATE.
023300 3000-EXIT.
023400     EXIT.
023500*****************************************************************
023600*    8000-FINALIZE - COMMIT THE LAST BATCH, WRITE THE COUNTS     *
023700*****************************************************************
023800 8000-FINALIZE.
023900     EXEC SQL
024000         CLOSE PWCV_CURSOR
024100     END-EXEC.
024200     EXEC SQL
024300         COMMIT
024400     END-EXEC.
024500     MOVE 'ROWS READ'            TO PC-S-LABEL.
024600     MOVE WS-READ-COUNT          TO PC-S-COUNT.
024700     WRITE PC-REPORT-LINE FROM PC-SUMMARY-LINE.
024800     MOVE 'PASSWORDS HASHED'     TO PC-S-LABEL.
024900     MOVE WS-CONVERTED-COUNT     TO PC-S-COUNT.
025000     WRITE PC-REPORT-LINE FROM PC-SUMMARY-LINE.
025100     MOVE 'NO PASSWORD ON ROW'   TO PC-S-LABEL.
025200     MOVE WS-EMPTY-COUNT         TO PC-S-COUNT.
025300     WRITE PC-REPORT-LINE FROM PC-SUMMARY-LINE.
025400     MOVE 'CONVERSION ERRORS'    TO PC-S-LABEL.
025500     MOVE WS-ERROR-COUNT         TO PC-S-COUNT.
025600     WRITE PC-REPORT-LINE FROM PC-SUMMARY-LINE.
025700     CLOSE PWCV-REPORT-FILE.
026100 8000-EXIT.
026200     EXIT.
026300*****************************************************************
026400*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
026500*****************************************************************
026600 9999-EXIT.
026700     STOP RUN.
