000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGPAFL01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        POSTAL ADDRESS REFERENCE FILE LOAD - READS THE
000701                 POSTAL ADDRESS FILE EXTRACT AND LOADS THE
000702                 POSTALADDRESS MASTER THAT CUSTOMER ADD AND
000703                 UPDATE CHECK KEYED ADDRESSES AGAINST.  ONE ROW
000704                 PER UNIQUE PROPERTY REFERENCE NUMBER (UPRN); A
000705                 PROPERTY ALREADY LOADED IS REFRESHED IN PLACE.
000706                 EVERY ADDRESS IS STANDARDISED BY LGPADR01 SO IT
000707                 COMPARES EQUAL TO A KEYED ONE.  CONTROL REPORT
000708                 OF ROWS ADDED, REFRESHED AND REJECTED.
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
001900     SELECT PAF-FILE ASSIGN TO PAFIN
002000         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS WS-PAFIN-STATUS.
002200     SELECT PAF-REPORT-FILE ASSIGN TO PAFRPT
002300         ORGANIZATION IS SEQUENTIAL
002400         FILE STATUS IS WS-PAFRPT-STATUS.
002500 DATA DIVISION.
002600 FILE SECTION.
002700*****************************************************************
002800*    PAF-FILE - THE POSTAL ADDRESS FILE EXTRACT, ONE RECORD PER  *
002900*    DELIVERY POINT                                              *
003000*****************************************************************
003100 FD  PAF-FILE
003200     RECORDING MODE IS F.
003300 01  PF-ADDRESS-RECORD.
003400     05  PF-UPRN                 PIC 9(12).
003500     05  PF-BUILDING-NAME        PIC X(20).
003600     05  PF-BUILDING-NUMBER      PIC X(04).
003700     05  PF-STREET               PIC X(30).
003800     05  PF-TOWN                 PIC X(20).
003900     05  PF-POSTCODE             PIC X(08).
004000     05  FILLER                  PIC X(06).
004100 FD  PAF-REPORT-FILE
004200     RECORDING MODE IS F.
004300 01  PA-REPORT-LINE              PIC X(133).
004400 WORKING-STORAGE SECTION.
004500 77  WS-PAFIN-STATUS             PIC X(02) VALUE SPACES.
004600     88  WS-PAFIN-OK                       VALUE '00'.
004700 77  WS-PAFRPT-STATUS            PIC X(02) VALUE SPACES.
004800     88  WS-PAFRPT-OK                      VALUE '00'.
004900 77  WS-PAF-EOF-SWITCH           PIC X(01) VALUE 'N'.
005000     88  WS-PAF-EOF                        VALUE 'Y'.
005100 77  WS-ADDED-COUNT              PIC 9(07) COMP-3 VALUE 0.
005200 77  WS-REFRESHED-COUNT          PIC 9(07) COMP-3 VALUE 0.
005300 77  WS-REJECTED-COUNT           PIC 9(07) COMP-3 VALUE 0.
005400 77  LGPADR01                    PIC X(08) VALUE 'LGPADR01'.
005500 01  DB2-UPRN                    PIC S9(12) COMP-3.
005600     COPY LGPADR.
005700*****************************************************************
005800*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
005900*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
006000*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
006100*    RIGHT DATED OUTPUT AND SELECTIONS                            *
006200*****************************************************************
006300 01  WS-BUSINESS-DATE.
006400     05  WS-BD-YYYY              PIC 9(04).
006500     05  FILLER                  PIC X(01).
006600     05  WS-BD-MM                PIC 9(02).
006700     05  FILLER                  PIC X(01).
006800     05  WS-BD-DD                PIC 9(02).
006900 01  WS-CURRENT-DATE-TIME.
007000     05  WS-CD-YYYY              PIC 9(04).
007100     05  WS-CD-MM                PIC 9(02).
007200     05  WS-CD-DD                PIC 9(02).
007300     05  FILLER                  PIC X(10).
007400 01  WS-REPORT-DATE.
007500     05  WS-RD-DD                PIC 9(02).
007600     05  FILLER                  PIC X(01) VALUE '/'.
007700     05  WS-RD-MM                PIC 9(02).
007800     05  FILLER                  PIC X(01) VALUE '/'.
007900     05  WS-RD-YYYY              PIC 9(04).
008000 01  PA-HEADING-1.
008100     05  FILLER                  PIC X(43) VALUE
008200         'LG INSURANCE - POSTAL ADDRESS FILE LOAD'.
008300     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
008400     05  PA-H1-DATE              PIC X(10) VALUE SPACES.
008500     05  FILLER                  PIC X(70) VALUE SPACES.
008600 01  PA-SUMMARY-LINE-1.
008700     05  FILLER                  PIC X(20) VALUE SPACES.
008800     05  FILLER                  PIC X(36) VALUE
008900         'ADDRESSES ADDED'.
009000     05  PA-S1-COUNT             PIC ZZZ,ZZ9.
009100     05  FILLER                  PIC X(70) VALUE SPACES.
009200 01  PA-SUMMARY-LINE-2.
009300     05  FILLER                  PIC X(20) VALUE SPACES.
009400     05  FILLER                  PIC X(36) VALUE
009500         'ADDRESSES REFRESHED'.
009600     05  PA-S2-COUNT             PIC ZZZ,ZZ9.
009700     05  FILLER                  PIC X(70) VALUE SPACES.
009800 01  PA-SUMMARY-LINE-3.
009900     05  FILLER                  PIC X(20) VALUE SPACES.
010000     05  FILLER                  PIC X(36) VALUE
010100         'ADDRESSES REJECTED'.
010200     05  PA-S3-COUNT             PIC ZZZ,ZZ9.
010300     05  FILLER                  PIC X(70) VALUE SPACES.
010400 01  PA-REJECT-LINE.
010500     05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
010600     05  PA-R-UPRN               PIC X(12).
010700     05  FILLER                  PIC X(02) VALUE SPACES.
010800     05  PA-R-POSTCODE           PIC X(08).
010900     05  FILLER                  PIC X(02) VALUE SPACES.
011000     05  PA-R-REASON             PIC X(20).
011100     05  FILLER                  PIC X(77) VALUE SPACES.
011200     EXEC SQL
011300         INCLUDE SQLCA
011400     END-EXEC.
011500 LINKAGE SECTION.
011600 PROCEDURE DIVISION.
011700*****************************************************************
011800*    0000-MAINLINE                                             *
011900*****************************************************************
012000 0000-MAINLINE SECTION.
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012200     PERFORM 2000-LOAD-ADDRESS THRU 2000-EXIT
012300         UNTIL WS-PAF-EOF.
012400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
012500     GO TO 9999-EXIT.
012600 0000-MAINLINE-EXIT.
012700     EXIT.
012800*****************************************************************
012900*    1000-INITIALIZE                                           *
013000*****************************************************************
013100 1000-INITIALIZE.
013200     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
013300     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
013400     MOVE WS-CD-DD   TO WS-RD-DD
013500     MOVE WS-CD-MM   TO WS-RD-MM
013600     MOVE WS-CD-YYYY TO WS-RD-YYYY.
013700     MOVE WS-REPORT-DATE TO PA-H1-DATE.
013800     OPEN INPUT PAF-FILE.
013900     IF NOT WS-PAFIN-OK
014000         DISPLAY 'LGPAFL01 - PAFIN OPEN FAILED, STATUS='
014100                 WS-PAFIN-STATUS
014200         GO TO 9999-EXIT
014300     END-IF.
014400     OPEN OUTPUT PAF-REPORT-FILE.
014500     IF NOT WS-PAFRPT-OK
014600         DISPLAY 'LGPAFL01 - PAFRPT OPEN FAILED, STATUS='
014700                 WS-PAFRPT-STATUS
014800         GO TO 9999-EXIT
014900     END-IF.
015000     WRITE PA-REPORT-LINE FROM PA-HEADING-1.
015100 1000-EXIT.
015200     EXIT.
015300*****************************************************************
015400*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
015500*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
015600*****************************************************************
015700 1050-GET-BUSINESS-DATE.
015800     EXEC SQL
015900         SELECT BUSINESSDATE
016000           INTO :WS-BUSINESS-DATE
016100           FROM BUSINESSDATE
016200          WHERE CONTROLID = 'LG'
016300     END-EXEC.
016400     IF SQLCODE EQUAL 0
016500         MOVE WS-BD-YYYY TO WS-CD-YYYY
016600         MOVE WS-BD-MM   TO WS-CD-MM
016700         MOVE WS-BD-DD   TO WS-CD-DD
016800     END-IF.
016900 1050-EXIT.
017000     EXIT.
017100*****************************************************************
017200*    2000-LOAD-ADDRESS - ONE POSTALADDRESS ROW PER INPUT RECORD, *
017300*    ADDED OR REFRESHED BY UPRN.  A MISSING UPRN OR A POSTCODE   *
017400*    THAT IS NOT A VALID FORMAT IS REJECTED AND LISTED           *
017500*****************************************************************
017600 2000-LOAD-ADDRESS.
017700     READ PAF-FILE
017800         AT END
017900             MOVE 'Y' TO WS-PAF-EOF-SWITCH
018000             GO TO 2000-EXIT
018100     END-READ.
018200     IF PF-UPRN NOT NUMERIC OR PF-UPRN EQUAL ZERO
018300         MOVE 'NO UPRN' TO PA-R-REASON
018400         PERFORM 2100-REJECT-ADDRESS THRU 2100-EXIT
018500         GO TO 2000-EXIT
018600     END-IF.
018700     MOVE 'S'                TO PAD-ACTION.
018800     MOVE PF-BUILDING-NAME   TO PAD-HOUSE-NAME.
018900     MOVE PF-BUILDING-NUMBER TO PAD-HOUSE-NUM.
019000     MOVE PF-POSTCODE        TO PAD-POSTCODE.
019100     CALL LGPADR01 USING PAD-REQUEST.
019200     IF PAD-INVALID
019300         MOVE 'INVALID POSTCODE' TO PA-R-REASON
019400         PERFORM 2100-REJECT-ADDRESS THRU 2100-EXIT
019500         GO TO 2000-EXIT
019600     END-IF.
019700     MOVE PF-UPRN TO DB2-UPRN.
019800     EXEC SQL
019900         INSERT INTO POSTALADDRESS
020000                   ( UPRN,
020100                     BUILDINGNAME,
020200                     BUILDINGNUMBER,
020300                     STREET,
020400                     TOWN,
020500                     POSTCODE,
020600                     LASTLOADED )
020700            VALUES ( :DB2-UPRN,
020800                     :PAD-HOUSE-NAME,
020900                     :PAD-HOUSE-NUM,
021000                     :PF-STREET,
021100                     :PF-TOWN,
021200                     :PAD-POSTCODE,
021300                     CURRENT TIMESTAMP )
021400     END-EXEC.
021500     EVALUATE SQLCODE
021600         WHEN 0
021700             ADD 1 TO WS-ADDED-COUNT
021800         WHEN -803
021900             PERFORM 2200-REFRESH-ADDRESS THRU 2200-EXIT
022000         WHEN OTHER
022100             DISPLAY 'LGPAFL01 - ADDRESS INSERT FAILED, SQLCODE='
022200                     SQLCODE
022300             GO TO 9999-EXIT
022400     END-EVALUATE.
022500 2000-EXIT.
022600     EXIT.
022700*****************************************************************
022800*    2100-REJECT-ADDRESS                                       *
022900*****************************************************************
023000 2100-REJECT-ADDRESS.
023100     MOVE PF-UPRN     TO PA-R-UPRN.
023200     MOVE PF-POSTCODE TO PA-R-POSTCODE.
023300     WRITE PA-REPORT-LINE FROM PA-REJECT-LINE.
023400     ADD 1 TO WS-REJECTED-COUNT.
023500 2100-EXIT.
023600     EXIT.
023700*****************************************************************
023800*    2200-REFRESH-ADDRESS - THE PROPERTY IS ALREADY LOADED; TAKE *
023900*    THE FILE'S CURRENT FORM OF IT                               *
024000*****************************************************************
024100 2200-REFRESH-ADDRESS.
024200     EXEC SQL
024300         UPDATE POSTALADDRESS
024400            SET BUILDINGNAME   = :PAD-HOUSE-NAME,
024500                BUILDINGNUMBER = :PAD-HOUSE-NUM,
024600                STREET         = :PF-STREET,
024700                TOWN           = :PF-TOWN,
024800                POSTCODE       = :PAD-POSTCODE,
024900                LASTLOADED     = CURRENT TIMESTAMP
025000          WHERE UPRN = :DB2-UPRN
025100     END-EXEC.
025200     IF SQLCODE NOT EQUAL 0
025300         DISPLAY 'LGPAFL01 - ADDRESS UPDATE FAILED, SQLCODE='
025400                 SQLCODE
025500         GO TO 9999-EXIT
025600     END-IF.
025700     ADD 1 TO WS-REFRESHED-COUNT.
025800 2200-EXIT.
025900     EXIT.
026000*****************************************************************
026100*    8000-FINALIZE                                             *
026200*****************************************************************
026300 8000-FINALIZE.
026400     MOVE WS-ADDED-COUNT     TO PA-S1-COUNT.
026500     WRITE PA-REPORT-LINE FROM PA-SUMMARY-LINE-1.
026600     MOVE WS-REFRESHED-COUNT TO PA-S2-COUNT.
026700     WRITE PA-REPORT-LINE FROM PA-SUMMARY-LINE-2.
026800     MOVE WS-REJECTED-COUNT  TO PA-S3-COUNT.
026900     WRITE PA-REPORT-LINE FROM PA-SUMMARY-LINE-3.
027000     CLOSE PAF-FILE.
027100     CLOSE PAF-REPORT-FILE.
027200 8000-EXIT.
027300     EXIT.
027400*****************************************************************
027500*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
027600*****************************************************************
027700 9999-EXIT.
027800     STOP RUN.
