000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGACHR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        DAILY ACCOUNT-CHANGE HOLD REPORT - LISTS EVERY
000800                 REFUND, CLAIM PAYMENT AND LOAN ADVANCE STILL
000900                 HELD BECAUSE THE CUSTOMER'S CONTACT OR BANK
001000                 DETAILS CHANGED INSIDE THE COOLING WINDOW
001100                 (PAYMENTHOLD, WRITTEN BY LGACHG01), WITH THE
001200                 CHANGE THAT CAUSED IT, AND EVERY HELD PAYMENT
001300                 RELEASED ON THE BUSINESS DATE BY OTP TO THE
001400                 PRIOR MOBILE OR BY STAFF CALL-BACK, WITH WHO
001500                 RELEASED IT.
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
002700     SELECT HOLD-REPORT-FILE ASSIGN TO ACHRPT
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-ACHRPT-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  HOLD-REPORT-FILE
003300     RECORDING MODE IS F.
003400 01  AH-REPORT-LINE              PIC X(133).
003500 WORKING-STORAGE SECTION.
003600*****************************************************************
003700*    FILE STATUS, SWITCHES AND COUNTERS                        *
003800*****************************************************************
003900 77  WS-ACHRPT-STATUS            PIC X(02) VALUE SPACES.
004000     88  WS-ACHRPT-OK                      VALUE '00'.
004100 77  WS-CUR-EOF-SWITCH           PIC X(01) VALUE 'N'.
004200     88  WS-CUR-EOF                        VALUE 'Y'.
004300 77  WS-HELD-COUNT               PIC 9(07) COMP-3 VALUE 0.
004400 77  WS-HELD-AMOUNT              PIC 9(11)V99 COMP-3 VALUE 0.
004500 77  WS-OTP-COUNT                PIC 9(07) COMP-3 VALUE 0.
004600 77  WS-OTP-AMOUNT               PIC 9(11)V99 COMP-3 VALUE 0.
004700 77  WS-STAFF-COUNT              PIC 9(07) COMP-3 VALUE 0.
004800 77  WS-STAFF-AMOUNT             PIC 9(11)V99 COMP-3 VALUE 0.
004900*****************************************************************
005000*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
005100*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
005200*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
005300*    RIGHT DATED OUTPUT AND SELECTIONS                            *
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
006600 01  WS-RUNDATE-ISO              PIC X(10).
006700 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
006800     05  WS-RI-YYYY              PIC 9(04).
006900     05  FILLER                  PIC X(01).
007000     05  WS-RI-MM                PIC 9(02).
007100     05  FILLER                  PIC X(01).
007200     05  WS-RI-DD                PIC 9(02).
007300*****************************************************************
007400*    DB2 HOST VARIABLES                                        *
007500*****************************************************************
007600 01  DB2-HOLD-ROW.
007700     05  DB2-CUSTOMERNUM-INT     PIC S9(9) COMP.
007800     05  DB2-PAYTYPE             PIC X(01).
007900     05  DB2-CLAIMNUM-INT        PIC S9(9) COMP.
008000     05  DB2-LINESEQ-SINT        PIC S9(4) COMP.
008100     05  DB2-POLICYNUM-INT       PIC S9(9) COMP.
008200     05  DB2-AMOUNT              PIC S9(9)V99 COMP-3.
008300     05  DB2-EVENT-TIME          PIC X(26).
008400     05  DB2-CHANGE-TYPE         PIC X(01).
008500     05  DB2-CHANGE-TIME         PIC X(26).
008600     05  DB2-RELEASE-METHOD      PIC X(01).
008700     05  DB2-RELEASED-BY         PIC X(08).
008800*****************************************************************
008900*    REPORT LINE LAYOUTS                                       *
009000*****************************************************************
009100 01  AH-HEADING-1.
009200     05  FILLER                  PIC X(43) VALUE
009300         'LG INSURANCE - ACCOUNT-CHANGE PAYMENT HOLDS'.
009400     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
009500     05  AH-H1-DATE              PIC X(10) VALUE SPACES.
009600     05  FILLER                  PIC X(70) VALUE SPACES.
009700 01  AH-SECTION-LINE.
009800     05  FILLER                  PIC X(02) VALUE SPACES.
009900     05  AH-SECTION-TITLE        PIC X(70).
010000     05  FILLER                  PIC X(61) VALUE SPACES.
010100 01  AH-COLUMN-LINE.
010200     05  FILLER                  PIC X(02) VALUE SPACES.
010300     05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
010400     05  FILLER                  PIC X(06) VALUE 'TYPE'.
010500     05  FILLER                  PIC X(12) VALUE 'CLAIM'.
010600     05  FILLER                  PIC X(05) VALUE 'LINE'.
010700     05  FILLER                  PIC X(12) VALUE 'POLICY'.
010800     05  FILLER                  PIC X(16) VALUE '        AMOUNT'.
010900     05  AH-C-EVENT              PIC X(21) VALUE SPACES.
011000     05  AH-C-REASON             PIC X(47) VALUE SPACES.
011100 01  AH-DETAIL-LINE.
011200     05  FILLER                  PIC X(02) VALUE SPACES.
011300     05  AH-D-CUSTOMERNUM        PIC 9(10).
011400     05  FILLER                  PIC X(02) VALUE SPACES.
011500     05  AH-D-PAYTYPE            PIC X(01).
011600     05  FILLER                  PIC X(05) VALUE SPACES.
011700     05  AH-D-CLAIMNUM           PIC 9(10).
011800     05  FILLER                  PIC X(02) VALUE SPACES.
011900     05  AH-D-LINESEQ            PIC 9(03).
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  AH-D-POLICYNUM          PIC 9(10).
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  AH-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  AH-D-EVENT-DATE         PIC X(19).
012600     05  FILLER                  PIC X(02) VALUE SPACES.
012700     05  AH-D-REASON             PIC X(47).
012800     05  AH-D-HELD-REASON        REDEFINES AH-D-REASON.
012900         10  AH-D-CHANGE-DESC    PIC X(07).
013000         10  FILLER              PIC X(02).
013100         10  AH-D-CHANGE-DATE    PIC X(19).
013200         10  FILLER              PIC X(19).
013300 01  AH-SUMMARY-LINE.
013400     05  FILLER                  PIC X(20) VALUE SPACES.
013500     05  AH-S-LABEL              PIC X(36).
013600     05  AH-S-COUNT              PIC ZZZ,ZZ9.
013700     05  FILLER                  PIC X(04) VALUE SPACES.
013800     05  AH-S-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
013900     05  FILLER                  PIC X(52) VALUE SPACES.
014000 01  AH-BLANK-LINE               PIC X(133) VALUE SPACES.
014100     COPY LGRCTL.
014200     EXEC SQL
014300         INCLUDE SQLCA
014400     END-EXEC.
014500*****************************************************************
014600*    PAYMENTS STILL HELD, WITH THE EARLIEST UNRELEASED CHANGE    *
014700*    ON THE CUSTOMER THAT IS KEEPING THEM HELD                   *
014800*****************************************************************
014900     EXEC SQL
015000         DECLARE ACH-HELD CURSOR FOR
015100           SELECT H.CUSTOMERNUMBER, H.PAYTYPE, H.CLAIMNUMBER,
015200                  H.LINESEQ, H.POLICYNUMBER, H.AMOUNT,
015300                  CHAR(H.HOLDTIME),
015400                  COALESCE(A.CHANGETYPE, ' '),
015500                  COALESCE(CHAR(A.CHANGETIME), ' ')
015600             FROM PAYMENTHOLD H
015700             LEFT OUTER JOIN ACCOUNTCHANGE A
015800               ON A.CUSTOMERNUMBER = H.CUSTOMERNUMBER
015900              AND A.STATUS         = 'H'
016000              AND A.CHANGETIME =
016100                  ( SELECT MIN(B.CHANGETIME)
016200                      FROM ACCOUNTCHANGE B
016300                     WHERE B.CUSTOMERNUMBER = H.CUSTOMERNUMBER
016400                       AND B.STATUS         = 'H' )
016500            WHERE H.STATUS = 'H'
016600            ORDER BY H.CUSTOMERNUMBER, H.HOLDTIME
016700     END-EXEC.
016800*****************************************************************
016900*    HELD PAYMENTS RELEASED ON THE BUSINESS DATE                 *
017000*****************************************************************
017100     EXEC SQL
017200         DECLARE ACH-RELEASED CURSOR FOR
017300           SELECT H.CUSTOMERNUMBER, H.PAYTYPE, H.CLAIMNUMBER,
017400                  H.LINESEQ, H.POLICYNUMBER, H.AMOUNT,
017500                  CHAR(H.RELEASETIME),
017600                  COALESCE(H.RELEASEMETHOD, ' '),
017700                  COALESCE(H.RELEASEDBY, ' ')
017800             FROM PAYMENTHOLD H
017900            WHERE H.STATUS = 'R'
018000              AND DATE(H.RELEASETIME) = DATE(:WS-RUNDATE-ISO)
018100            ORDER BY H.CUSTOMERNUMBER, H.RELEASETIME
018200     END-EXEC.
018300 LINKAGE SECTION.
018400 PROCEDURE DIVISION.
018500*****************************************************************
018600*    0000-MAINLINE                                             *
018700*****************************************************************
018800 0000-MAINLINE SECTION.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     PERFORM 2000-HELD-PAYMENTS THRU 2000-EXIT.
019100     PERFORM 3000-RELEASED-PAYMENTS THRU 3000-EXIT.
019200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019300     GO TO 9999-EXIT.
019400 0000-MAINLINE-EXIT.
019500     EXIT.
019600*****************************************************************
019700*    1000-INITIALIZE - REGISTER THE RUN, OPEN THE REPORT         *
019800*****************************************************************
019900 1000-INITIALIZE.
020000     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
020100     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
020200*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
020300*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
020400*    PROTECTION LIVE IN LGRCTL01
020500     MOVE 'S'        TO RCTL-ACTION
020600     MOVE 'LGACHR01' TO RCTL-JOBNAME
020700     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
020800     MOVE WS-CD-MM   TO RCTL-BD-MM
020900     MOVE WS-CD-DD   TO RCTL-BD-DD
021000     MOVE '-'        TO RCTL-BD-S1
021100     MOVE '-'        TO RCTL-BD-S2
021200     CALL 'LGRCTL01' USING RCTL-REQUEST
021300     IF RCTL-RC NOT EQUAL '00'
021400         DISPLAY 'LGACHR01 - RUN CONTROL REFUSED, RC='
021500                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
021600         GO TO 9999-EXIT
021700     END-IF.
021800     MOVE WS-CD-YYYY TO WS-RI-YYYY.
021900     MOVE WS-CD-MM   TO WS-RI-MM.
022000     MOVE WS-CD-DD   TO WS-RI-DD.
022100     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
022200     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
022300     OPEN OUTPUT HOLD-REPORT-FILE.
022400     IF NOT WS-ACHRPT-OK
022500         DISPLAY 'LGACHR01 - ACHRPT OPEN FAILED, STATUS='
022600                 WS-ACHRPT-STATUS
022700         GO TO 9999-EXIT
022800     END-IF.
022900     MOVE WS-RUNDATE-ISO TO AH-H1-DATE.
023000     WRITE AH-REPORT-LINE FROM AH-HEADING-1.
023100 1000-EXIT.
023200     EXIT.
023300*****************************************************************
023400*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
023500*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
023600*****************************************************************
023700 1050-GET-BUSINESS-DATE.
023800     EXEC SQL
023900         SELECT BUSINESSDATE
024000           INTO :WS-BUSINESS-DATE
024100           FROM BUSINESSDATE
024200          WHERE CONTROLID = 'LG'
024300     END-EXEC.
024400     IF SQLCODE EQUAL 0
024500         MOVE WS-BD-YYYY TO WS-CD-YYYY
024600         MOVE WS-BD-MM   TO WS-CD-MM
024700         MOVE WS-BD-DD   TO WS-CD-DD
024800     END-IF.
024900 1050-EXIT.
025000     EXIT.
025100*****************************************************************
025200*    2000-HELD-PAYMENTS - EVERYTHING STILL AWAITING RELEASE      *
025300*****************************************************************
025400 2000-HELD-PAYMENTS.
025500     WRITE AH-REPORT-LINE FROM AH-BLANK-LINE.
025600     MOVE 'PAYMENTS HELD - AWAITING OTP OR STAFF CALL-BACK'
025700       TO AH-SECTION-TITLE.
025800     WRITE AH-REPORT-LINE FROM AH-SECTION-LINE.
025900     MOVE 'HELD SINCE'          TO AH-C-EVENT.
026000     MOVE 'CHANGE   CHANGED ON' TO AH-C-REASON.
026100     WRITE AH-REPORT-LINE FROM AH-COLUMN-LINE.
026200     MOVE 'N' TO WS-CUR-EOF-SWITCH.
026300     EXEC SQL
026400         OPEN ACH-HELD
026500     END-EXEC.
026600     IF SQLCODE NOT EQUAL 0
026700         DISPLAY 'LGACHR01 - HELD OPEN, SQLCODE=' SQLCODE
026800         GO TO 9999-EXIT
026900     END-IF.
027000     PERFORM 2100-HELD-LINE THRU 2100-EXIT
027100         UNTIL WS-CUR-EOF.
027200     EXEC SQL
027300         CLOSE ACH-HELD
027400     END-EXEC.
027500 2000-EXIT.
027600     EXIT.
027700 2100-HELD-LINE.
027800     EXEC SQL
027900         FETCH ACH-HELD
028000           INTO :DB2-CUSTOMERNUM-INT, :DB2-PAYTYPE,
028100                :DB2-CLAIMNUM-INT, :DB2-LINESEQ-SINT,
028200                :DB2-POLICYNUM-INT, :DB2-AMOUNT,
028300                :DB2-EVENT-TIME, :DB2-CHANGE-TYPE,
028400                :DB2-CHANGE-TIME
028500     END-EXEC.
028600     EVALUATE SQLCODE
028700         WHEN 0
028800             PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
028900             EVALUATE DB2-CHANGE-TYPE
029000                 WHEN 'C'
029100                     MOVE 'CONTACT' TO AH-D-CHANGE-DESC
029200                 WHEN 'B'
029300                     MOVE 'BANK'    TO AH-D-CHANGE-DESC
029400                 WHEN OTHER
029500                     MOVE SPACES    TO AH-D-CHANGE-DESC
029600             END-EVALUATE
029700             MOVE DB2-CHANGE-TIME(1:19) TO AH-D-CHANGE-DATE
029800             WRITE AH-REPORT-LINE FROM AH-DETAIL-LINE
029900             ADD 1 TO WS-HELD-COUNT
030000             ADD DB2-AMOUNT TO WS-HELD-AMOUNT
030100         WHEN 100
030200             MOVE 'Y' TO WS-CUR-EOF-SWITCH
030300         WHEN OTHER
030400             DISPLAY 'LGACHR01 - HELD FETCH, SQLCODE=' SQLCODE
030500             GO TO 9999-EXIT
030600     END-EVALUATE.
030700 2100-EXIT.
030800     EXIT.
030900*****************************************************************
031000*    3000-RELEASED-PAYMENTS - RELEASED ON THE BUSINESS DATE      *
031100*****************************************************************
031200 3000-RELEASED-PAYMENTS.
031300     WRITE AH-REPORT-LINE FROM AH-BLANK-LINE.
031400     MOVE 'HELD PAYMENTS RELEASED TODAY'
031500       TO AH-SECTION-TITLE.
031600     WRITE AH-REPORT-LINE FROM AH-SECTION-LINE.
031700     MOVE 'RELEASED AT'         TO AH-C-EVENT.
031800     MOVE 'RELEASED BY'         TO AH-C-REASON.
031900     WRITE AH-REPORT-LINE FROM AH-COLUMN-LINE.
032000     MOVE 'N' TO WS-CUR-EOF-SWITCH.
032100     EXEC SQL
032200         OPEN ACH-RELEASED
032300     END-EXEC.
032400     IF SQLCODE NOT EQUAL 0
032500         DISPLAY 'LGACHR01 - RELEASED OPEN, SQLCODE=' SQLCODE
032600         GO TO 9999-EXIT
032700     END-IF.
032800     PERFORM 3100-RELEASED-LINE THRU 3100-EXIT
032900         UNTIL WS-CUR-EOF.
033000     EXEC SQL
033100         CLOSE ACH-RELEASED
033200     END-EXEC.
033300 3000-EXIT.
033400     EXIT.
033500 3100-RELEASED-LINE.
033600     EXEC SQL
033700         FETCH ACH-RELEASED
033800           INTO :DB2-CUSTOMERNUM-INT, :DB2-PAYTYPE,
033900                :DB2-CLAIMNUM-INT, :DB2-LINESEQ-SINT,
034000                :DB2-POLICYNUM-INT, :DB2-AMOUNT,
034100                :DB2-EVENT-TIME, :DB2-RELEASE-METHOD,
034200                :DB2-RELEASED-BY
034300     END-EXEC.
034400     EVALUATE SQLCODE
034500         WHEN 0
034600             PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
034700             IF DB2-RELEASE-METHOD EQUAL 'O'
034800                 MOVE 'OTP TO PRIOR MOBILE' TO AH-D-REASON
034900                 ADD 1 TO WS-OTP-COUNT
035000                 ADD DB2-AMOUNT TO WS-OTP-AMOUNT
035100             ELSE
035200                 STRING 'STAFF CALL-BACK - ' DELIMITED BY SIZE
035300                        DB2-RELEASED-BY      DELIMITED BY SPACE
035400                   INTO AH-D-REASON
035500                 END-STRING
035600                 ADD 1 TO WS-STAFF-COUNT
035700                 ADD DB2-AMOUNT TO WS-STAFF-AMOUNT
035800             END-IF
035900             WRITE AH-REPORT-LINE FROM AH-DETAIL-LINE
036000         WHEN 100
036100             MOVE 'Y' TO WS-CUR-EOF-SWITCH
036200         WHEN OTHER
036300             DISPLAY 'LGACHR01 - RELEASED FETCH, SQLCODE='
036400                     SQLCODE
036500             GO TO 9999-EXIT
036600     END-EVALUATE.
036700 3100-EXIT.
036800     EXIT.
036900*****************************************************************
037000*    5000-WRITE-DETAIL - THE PAYMENT COLUMNS COMMON TO BOTH      *
037100*    SECTIONS; THE CALLER FILLS THE REASON COLUMN                *
037200*****************************************************************
037300 5000-WRITE-DETAIL.
037400     MOVE DB2-CUSTOMERNUM-INT   TO AH-D-CUSTOMERNUM.
037500     MOVE DB2-PAYTYPE           TO AH-D-PAYTYPE.
037600     MOVE DB2-CLAIMNUM-INT      TO AH-D-CLAIMNUM.
037700     MOVE DB2-LINESEQ-SINT      TO AH-D-LINESEQ.
037800     MOVE DB2-POLICYNUM-INT     TO AH-D-POLICYNUM.
037900     MOVE DB2-AMOUNT            TO AH-D-AMOUNT.
038000     MOVE DB2-EVENT-TIME(1:19)  TO AH-D-EVENT-DATE.
038100     MOVE SPACES                TO AH-D-REASON.
038200 5000-EXIT.
038300     EXIT.
038400*****************************************************************
038500*    8000-FINALIZE - SUMMARY, CLOSE, REGISTER THE END OF RUN     *
038600*****************************************************************
038700 8000-FINALIZE.
038800     WRITE AH-REPORT-LINE FROM AH-BLANK-LINE.
038900     MOVE 'PAYMENTS STILL HELD'          TO AH-S-LABEL.
039000     MOVE WS-HELD-COUNT                  TO AH-S-COUNT.
039100     MOVE WS-HELD-AMOUNT                 TO AH-S-AMOUNT.
039200     WRITE AH-REPORT-LINE FROM AH-SUMMARY-LINE.
039300     MOVE 'RELEASED TODAY - OTP'         TO AH-S-LABEL.
039400     MOVE WS-OTP-COUNT                   TO AH-S-COUNT.
039500     MOVE WS-OTP-AMOUNT                  TO AH-S-AMOUNT.
039600     WRITE AH-REPORT-LINE FROM AH-SUMMARY-LINE.
039700     MOVE 'RELEASED TODAY - STAFF CALL-BACK' TO AH-S-LABEL.
039800     MOVE WS-STAFF-COUNT                 TO AH-S-COUNT.
039900     MOVE WS-STAFF-AMOUNT                TO AH-S-AMOUNT.
040000     WRITE AH-REPORT-LINE FROM AH-SUMMARY-LINE.
040100     CLOSE HOLD-REPORT-FILE.
040200     MOVE 'E' TO RCTL-ACTION
040300     CALL 'LGRCTL01' USING RCTL-REQUEST.
040400 8000-EXIT.
040500     EXIT.
040600*****************************************************************
040700*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
040800*****************************************************************
040900 9999-EXIT.
041000     STOP RUN.
