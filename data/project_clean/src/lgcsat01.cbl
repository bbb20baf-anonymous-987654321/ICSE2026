000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGCSAT01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        CLAIM SATISFACTION SURVEY RESPONSE LOAD - READS
000800                 THE SURVEY SUPPLIER'S FIXED-LAYOUT RESPONSE
000900                 FILE, MATCHES EACH RESPONSE TO THE INVITATION
001000                 LGUCLM01 RAISED ON CLAIMSURVEY WHEN THE CLAIM
001100                 SETTLED, STORES THE 0-10 SCORE, ITS NPS CLASS
001200                 AND THE FREE TEXT, AND RAISES A 'SAT' FOLLOW-UP
001300                 DIARY TASK FOR THE CLAIM HANDLER ON EVERY
001400                 DETRACTOR.  UNMATCHED OR INVALID RESPONSES GO
001500                 TO THE EXCEPTIONS REPORT.
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
002700     SELECT SURVEY-INPUT-FILE ASSIGN TO SVYIN
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-SVYIN-STATUS.
003000     SELECT SURVEY-REPORT-FILE ASSIGN TO SVYRPT
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-SVYRPT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500*****************************************************************
003600*    SURVEY-INPUT-FILE - ONE RESPONSE PER RECORD, KEYED BY THE  *
003700*    CLAIM NUMBER CARRIED ON THE INVITATION (NOTIFYREF)         *
003800*****************************************************************
003900 FD  SURVEY-INPUT-FILE
004000     RECORDING MODE IS F.
004100 01  SI-RESPONSE-RECORD.
004200     05  SI-CLAIMNUM             PIC 9(10).
004300     05  SI-RESPONSE-DATE        PIC X(10).
004400     05  SI-SCORE                PIC X(02).
004500     05  SI-SCORE-NUM            REDEFINES SI-SCORE
004600                                 PIC 9(02).
004700     05  SI-COMMENT              PIC X(100).
004800     05  FILLER                  PIC X(28).
004900 FD  SURVEY-REPORT-FILE
005000     RECORDING MODE IS F.
005100 01  SR-REPORT-LINE              PIC X(133).
005200 WORKING-STORAGE SECTION.
005300*****************************************************************
005400*    FILE STATUS AND SWITCHES                                  *
005500*****************************************************************
005600 77  WS-SVYIN-STATUS             PIC X(02) VALUE SPACES.
005700     88  WS-SVYIN-OK                       VALUE '00'.
005800 77  WS-SVYRPT-STATUS            PIC X(02) VALUE SPACES.
005900     88  WS-SVYRPT-OK                      VALUE '00'.
006000 77  WS-IN-EOF-SWITCH            PIC X(01) VALUE 'N'.
006100     88  WS-IN-EOF                         VALUE 'Y'.
006200 77  WS-LOADED-COUNT             PIC 9(07) COMP-3 VALUE 0.
006300 77  WS-PROMOTER-COUNT           PIC 9(07) COMP-3 VALUE 0.
006400 77  WS-PASSIVE-COUNT            PIC 9(07) COMP-3 VALUE 0.
006500 77  WS-DETRACTOR-COUNT          PIC 9(07) COMP-3 VALUE 0.
006600 77  WS-REJECTED-COUNT           PIC 9(07) COMP-3 VALUE 0.
006700*****************************************************************
006800*    NPS CLASS OF THE SCORE - 9 OR 10 PROMOTER, 7 OR 8 PASSIVE, *
006900*    0 TO 6 DETRACTOR                                           *
007000*****************************************************************
007100 01  WS-NPS-CLASS                PIC X(01) VALUE SPACE.
007200     88  WS-PROMOTER                       VALUE 'P'.
007300     88  WS-PASSIVE                        VALUE 'N'.
007400     88  WS-DETRACTOR                      VALUE 'D'.
007500 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
007600*****************************************************************
007700*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
007800*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
007900*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
008000*    RIGHT DATED OUTPUT AND SELECTIONS                          *
008100*****************************************************************
008200 01  WS-BUSINESS-DATE.
008300     05  WS-BD-YYYY              PIC 9(04).
008400     05  FILLER                  PIC X(01).
008500     05  WS-BD-MM                PIC 9(02).
008600     05  FILLER                  PIC X(01).
008700     05  WS-BD-DD                PIC 9(02).
008800 01  WS-CURRENT-DATE-TIME.
008900     05  WS-CD-YYYY              PIC 9(04).
009000     05  WS-CD-MM                PIC 9(02).
009100     05  WS-CD-DD                PIC 9(02).
009200     05  FILLER                  PIC X(10).
009300 01  WS-REPORT-DATE.
009400     05  WS-RD-DD                PIC 9(02).
009500     05  FILLER                  PIC X(01) VALUE '/'.
009600     05  WS-RD-MM                PIC 9(02).
009700     05  FILLER                  PIC X(01) VALUE '/'.
009800     05  WS-RD-YYYY              PIC 9(04).
009900 01  WS-TODAY-DATE-ISO           PIC X(10).
010000 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
010100     05  WS-TD-YYYY              PIC X(04).
010200     05  FILLER                  PIC X(01).
010300     05  WS-TD-MM                PIC X(02).
010400     05  FILLER                  PIC X(01).
010500     05  WS-TD-DD                PIC X(02).
010600*****************************************************************
010700*    RESPONSE DATE AS SUPPLIED, YYYY-MM-DD                      *
010800*****************************************************************
010900 01  WS-RESPONSE-DATE-ISO        PIC X(10).
011000 01  WS-RESPONSE-DATE-BRKDN      REDEFINES WS-RESPONSE-DATE-ISO.
011100     05  WS-RSP-YYYY             PIC 9(04).
011200     05  WS-RSP-SEP1             PIC X(01).
011300     05  WS-RSP-MM               PIC 9(02).
011400     05  WS-RSP-SEP2             PIC X(01).
011500     05  WS-RSP-DD               PIC 9(02).
011600*****************************************************************
011700*    DB2 ROWS                                                   *
011800*****************************************************************
011900 01  DB2-CLAIMNUM-INT            PIC S9(9) COMP.
012000 01  DB2-SURVEY-STATUS           PIC X(01).
012100 01  DB2-HANDLER-ID              PIC X(08).
012200 01  DB2-SCORE-SINT              PIC S9(4) COMP.
012300*****************************************************************
012400*    REPORT LINE LAYOUTS                                       *
012500*****************************************************************
012600 01  SR-HEADING-1.
012700     05  FILLER                  PIC X(43) VALUE
012800         'LG INSURANCE - SURVEY RESPONSE LOAD'.
012900     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
013000     05  SR-H1-DATE              PIC X(10) VALUE SPACES.
013100     05  FILLER                  PIC X(70) VALUE SPACES.
013200 01  SR-REJECT-LINE.
013300     05  FILLER                  PIC X(12) VALUE '  REJECTED: '.
013400     05  SR-R-CLAIMNUM           PIC 9(10).
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  SR-R-RESPONSE-DATE      PIC X(10).
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  SR-R-SCORE              PIC X(02).
013900     05  FILLER                  PIC X(02) VALUE SPACES.
014000     05  SR-R-REASON             PIC X(40).
014100     05  FILLER                  PIC X(53) VALUE SPACES.
014200 01  SR-BLANK-LINE               PIC X(133) VALUE SPACES.
014300 01  SR-SUMMARY-LINE-1.
014400     05  FILLER                  PIC X(20) VALUE SPACES.
014500     05  FILLER                  PIC X(36) VALUE
014600         'RESPONSES LOADED'.
014700     05  SR-S1-COUNT             PIC ZZZ,ZZ9.
014800     05  FILLER                  PIC X(70) VALUE SPACES.
014900 01  SR-SUMMARY-LINE-2.
015000     05  FILLER                  PIC X(20) VALUE SPACES.
015100     05  FILLER                  PIC X(36) VALUE
015200         'OF WHICH PROMOTERS'.
015300     05  SR-S2-COUNT             PIC ZZZ,ZZ9.
015400     05  FILLER                  PIC X(70) VALUE SPACES.
015500 01  SR-SUMMARY-LINE-3.
015600     05  FILLER                  PIC X(20) VALUE SPACES.
015700     05  FILLER                  PIC X(36) VALUE
015800         'OF WHICH PASSIVES'.
015900     05  SR-S3-COUNT             PIC ZZZ,ZZ9.
016000     05  FILLER                  PIC X(70) VALUE SPACES.
016100 01  SR-SUMMARY-LINE-4.
016200     05  FILLER                  PIC X(20) VALUE SPACES.
016300     05  FILLER                  PIC X(36) VALUE
016400         'OF WHICH DETRACTORS - FOLLOW-UP SET'.
016500     05  SR-S4-COUNT             PIC ZZZ,ZZ9.
016600     05  FILLER                  PIC X(70) VALUE SPACES.
016700 01  SR-SUMMARY-LINE-5.
016800     05  FILLER                  PIC X(20) VALUE SPACES.
016900     05  FILLER                  PIC X(36) VALUE
017000         'RESPONSES REJECTED'.
017100     05  SR-S5-COUNT             PIC ZZZ,ZZ9.
017200     05  FILLER                  PIC X(70) VALUE SPACES.
017300     COPY LGRCTL.
017400     EXEC SQL
017500         INCLUDE SQLCA
017600     END-EXEC.
017700 LINKAGE SECTION.
017800 PROCEDURE DIVISION.
017900*****************************************************************
018000*    0000-MAINLINE                                             *
018100*****************************************************************
018200 0000-MAINLINE SECTION.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018400     PERFORM 2000-PROCESS-RESPONSE THRU 2000-EXIT
018500         UNTIL WS-IN-EOF.
018600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018700     GO TO 9999-EXIT.
018800 0000-MAINLINE-EXIT.
018900     EXIT.
019000*****************************************************************
019100*    1000-INITIALIZE                                           *
019200*****************************************************************
019300 1000-INITIALIZE.
019400     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
019500     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
019600     MOVE 'S'        TO RCTL-ACTION
019700     MOVE 'LGCSAT01' TO RCTL-JOBNAME
019800     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
019900     MOVE WS-CD-MM   TO RCTL-BD-MM
020000     MOVE WS-CD-DD   TO RCTL-BD-DD
020100     MOVE '-'        TO RCTL-BD-S1
020200     MOVE '-'        TO RCTL-BD-S2
020300     CALL 'LGRCTL01' USING RCTL-REQUEST
020400     IF RCTL-RC NOT EQUAL '00'
020500         DISPLAY 'LGCSAT01 - RUN CONTROL REFUSED, RC='
020600                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
020700         GO TO 9999-EXIT
020800     END-IF.
020900     MOVE WS-CD-DD   TO WS-RD-DD
021000     MOVE WS-CD-MM   TO WS-RD-MM
021100     MOVE WS-CD-YYYY TO WS-RD-YYYY.
021200     MOVE WS-REPORT-DATE TO SR-H1-DATE.
021300     MOVE WS-CD-YYYY TO WS-TD-YYYY
021400     MOVE WS-CD-MM   TO WS-TD-MM
021500     MOVE WS-CD-DD   TO WS-TD-DD
021600     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
021700     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
021800     OPEN INPUT SURVEY-INPUT-FILE.
021900     IF NOT WS-SVYIN-OK
022000         DISPLAY 'LGCSAT01 - SVYIN OPEN FAILED, STATUS='
022100                 WS-SVYIN-STATUS
022200         GO TO 9999-EXIT
022300     END-IF.
022400     OPEN OUTPUT SURVEY-REPORT-FILE.
022500     IF NOT WS-SVYRPT-OK
022600         DISPLAY 'LGCSAT01 - SVYRPT OPEN FAILED, STATUS='
022700                 WS-SVYRPT-STATUS
022800         GO TO 9999-EXIT
022900     END-IF.
023000     WRITE SR-REPORT-LINE FROM SR-HEADING-1.
023100     WRITE SR-REPORT-LINE FROM SR-BLANK-LINE.
023200 1000-EXIT.
023300     EXIT.
023400*****************************************************************
023500*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
023600*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
023700*****************************************************************
023800 1050-GET-BUSINESS-DATE.
023900     EXEC SQL
024000         SELECT BUSINESSDATE
024100           INTO :WS-BUSINESS-DATE
024200           FROM BUSINESSDATE
024300          WHERE CONTROLID = 'LG'
024400     END-EXEC.
024500     IF SQLCODE EQUAL 0
024600         MOVE WS-BD-YYYY TO WS-CD-YYYY
024700         MOVE WS-BD-MM   TO WS-CD-MM
024800         MOVE WS-BD-DD   TO WS-CD-DD
024900     END-IF.
025000 1050-EXIT.
025100     EXIT.
025200*****************************************************************
025300*    2000-PROCESS-RESPONSE - VALIDATE ONE RESPONSE, STORE IT    *
025400*    AGAINST ITS INVITATION, FOLLOW UP A DETRACTOR              *
025500*****************************************************************
025600 2000-PROCESS-RESPONSE.
025700     READ SURVEY-INPUT-FILE
025800         AT END
025900             MOVE 'Y' TO WS-IN-EOF-SWITCH
026000             GO TO 2000-EXIT
026100     END-READ.
026200     MOVE SI-CLAIMNUM TO DB2-CLAIMNUM-INT.
026300     PERFORM 2100-VALIDATE-RESPONSE THRU 2100-EXIT.
026400     IF WS-REJECT-REASON NOT EQUAL SPACES
026500         PERFORM 2200-REJECT-RESPONSE THRU 2200-EXIT
026600         GO TO 2000-EXIT
026700     END-IF.
026800     PERFORM 2300-STORE-RESPONSE THRU 2300-EXIT.
026900     IF WS-DETRACTOR
027000         PERFORM 2400-RAISE-FOLLOW-UP THRU 2400-EXIT
027100     END-IF.
027200 2000-EXIT.
027300     EXIT.
027400*****************************************************************
027500*    2100-VALIDATE-RESPONSE - THE REJECT REASON STAYS SPACES    *
027600*    WHEN THE RESPONSE IS GOOD.  A BLANK RESPONSE DATE TAKES    *
027700*    THE BUSINESS DATE                                          *
027800*****************************************************************
027900 2100-VALIDATE-RESPONSE.
028000     MOVE SPACES TO WS-REJECT-REASON.
028100     IF SI-SCORE-NUM IS NOT NUMERIC OR
028200        SI-SCORE-NUM GREATER THAN 10
028300         MOVE 'SCORE NOT 0 TO 10' TO WS-REJECT-REASON
028400         GO TO 2100-EXIT
028500     END-IF.
028600     IF SI-RESPONSE-DATE EQUAL SPACES
028700         MOVE WS-TODAY-DATE-ISO TO WS-RESPONSE-DATE-ISO
028800     ELSE
028900         MOVE SI-RESPONSE-DATE  TO WS-RESPONSE-DATE-ISO
029000     END-IF.
029100     IF WS-RSP-YYYY IS NOT NUMERIC OR
029200        WS-RSP-MM   IS NOT NUMERIC OR
029300        WS-RSP-DD   IS NOT NUMERIC OR
029400        WS-RSP-SEP1 NOT EQUAL '-'  OR
029500        WS-RSP-SEP2 NOT EQUAL '-'
029600         MOVE 'RESPONSE DATE NOT YYYY-MM-DD' TO WS-REJECT-REASON
029700         GO TO 2100-EXIT
029800     END-IF.
029900     EXEC SQL
030000         SELECT S.STATUS,
030100                COALESCE(C.HANDLERID, ' ')
030200           INTO :DB2-SURVEY-STATUS,
030300                :DB2-HANDLER-ID
030400           FROM CLAIMSURVEY S,
030500                CLAIM C
030600          WHERE S.CLAIMNUMBER = :DB2-CLAIMNUM-INT
030700            AND C.CLAIMNUMBER = S.CLAIMNUMBER
030800     END-EXEC.
030900     IF SQLCODE EQUAL 100
031000         MOVE 'NO SURVEY INVITATION FOR CLAIM'
031100           TO WS-REJECT-REASON
031200         GO TO 2100-EXIT
031300     END-IF.
031400     IF SQLCODE NOT EQUAL 0
031500         DISPLAY 'LGCSAT01 - SURVEY SELECT FAILED, SQLCODE='
031600                 SQLCODE
031700         GO TO 9999-EXIT
031800     END-IF.
031900     IF DB2-SURVEY-STATUS NOT EQUAL 'I'
032000         MOVE 'SURVEY ALREADY ANSWERED' TO WS-REJECT-REASON
032100     END-IF.
032200 2100-EXIT.
032300     EXIT.
032400*****************************************************************
032500*    2200-REJECT-RESPONSE                                      *
032600*****************************************************************
032700 2200-REJECT-RESPONSE.
032800     MOVE SI-CLAIMNUM      TO SR-R-CLAIMNUM.
032900     MOVE SI-RESPONSE-DATE TO SR-R-RESPONSE-DATE.
033000     MOVE SI-SCORE         TO SR-R-SCORE.
033100     MOVE WS-REJECT-REASON TO SR-R-REASON.
033200     WRITE SR-REPORT-LINE FROM SR-REJECT-LINE.
033300     ADD 1 TO WS-REJECTED-COUNT.
033400 2200-EXIT.
033500     EXIT.
033600*****************************************************************
033700*    2300-STORE-RESPONSE - SCORE, CLASS AND FREE TEXT ONTO THE  *
033800*    INVITATION ROW, WHICH IS THEN ANSWERED                     *
033900*****************************************************************
034000 2300-STORE-RESPONSE.
034100     MOVE SI-SCORE-NUM TO DB2-SCORE-SINT.
034200     EVALUATE TRUE
034300         WHEN SI-SCORE-NUM GREATER THAN 8
034400             MOVE 'P' TO WS-NPS-CLASS
034500             ADD 1 TO WS-PROMOTER-COUNT
034600         WHEN SI-SCORE-NUM GREATER THAN 6
034700             MOVE 'N' TO WS-NPS-CLASS
034800             ADD 1 TO WS-PASSIVE-COUNT
034900         WHEN OTHER
035000             MOVE 'D' TO WS-NPS-CLASS
035100             ADD 1 TO WS-DETRACTOR-COUNT
035200     END-EVALUATE.
035300     EXEC SQL
035400         UPDATE CLAIMSURVEY
035500            SET STATUS       = 'R',
035600                SCORE        = :DB2-SCORE-SINT,
035700                NPSCLASS     = :WS-NPS-CLASS,
035800                RESPONSEDATE = DATE(:WS-RESPONSE-DATE-ISO),
035900                RESPONSETEXT = :SI-COMMENT
036000          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
036100     END-EXEC.
036200     IF SQLCODE NOT EQUAL 0
036300         DISPLAY 'LGCSAT01 - SURVEY UPDATE FAILED, SQLCODE='
036400                 SQLCODE
036500         GO TO 9999-EXIT
036600     END-IF.
036700     ADD 1 TO WS-LOADED-COUNT.
036800 2300-EXIT.
036900     EXIT.
037000*****************************************************************
037100*    2400-RAISE-FOLLOW-UP - A DETRACTOR GETS A 'SAT' TASK ON    *
037200*    THE CLAIM FOR ITS HANDLER, DUE IN TWO DAYS                 *
037300*****************************************************************
037400 2400-RAISE-FOLLOW-UP.
037500     EXEC SQL
037600         INSERT INTO CLAIMDIARY
037700                   ( CLAIMNUMBER,
037800                     DIARYSEQ,
037900                     TASKTYPE,
038000                     TASKDESC,
038100                     DUEDATE,
038200                     OWNERID,
038300                     STATUS,
038400                     CREATEDTIME )
038500            SELECT :DB2-CLAIMNUM-INT,
038600                   COALESCE(MAX(DIARYSEQ), 0) + 1,
038700                   'SAT',
038800                   'DETRACTOR SURVEY FOLLOW-UP',
038900                   DATE(:WS-TODAY-DATE-ISO) + 2 DAYS,
039000                   :DB2-HANDLER-ID,
039100                   'O',
039200                   CURRENT TIMESTAMP
039300              FROM CLAIMDIARY
039400             WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
039500     END-EXEC.
039600     IF SQLCODE NOT EQUAL 0
039700         DISPLAY 'LGCSAT01 - DIARY INSERT FAILED, SQLCODE='
039800                 SQLCODE
039900         GO TO 9999-EXIT
040000     END-IF.
040100 2400-EXIT.
040200     EXIT.
040300*****************************************************************
040400*    8000-FINALIZE                                             *
040500*****************************************************************
040600 8000-FINALIZE.
040700     WRITE SR-REPORT-LINE FROM SR-BLANK-LINE.
040800     MOVE WS-LOADED-COUNT    TO SR-S1-COUNT.
040900     WRITE SR-REPORT-LINE FROM SR-SUMMARY-LINE-1.
041000     MOVE WS-PROMOTER-COUNT  TO SR-S2-COUNT.
041100     WRITE SR-REPORT-LINE FROM SR-SUMMARY-LINE-2.
041200     MOVE WS-PASSIVE-COUNT   TO SR-S3-COUNT.
041300     WRITE SR-REPORT-LINE FROM SR-SUMMARY-LINE-3.
041400     MOVE WS-DETRACTOR-COUNT TO SR-S4-COUNT.
041500     WRITE SR-REPORT-LINE FROM SR-SUMMARY-LINE-4.
041600     MOVE WS-REJECTED-COUNT  TO SR-S5-COUNT.
041700     WRITE SR-REPORT-LINE FROM SR-SUMMARY-LINE-5.
041800     CLOSE SURVEY-INPUT-FILE.
041900     CLOSE SURVEY-REPORT-FILE.
042000     MOVE 'E' TO RCTL-ACTION
042100     CALL 'LGRCTL01' USING RCTL-REQUEST.
042200 8000-EXIT.
042300     EXIT.
042400*****************************************************************
042500*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
042600*****************************************************************
042700 9999-EXIT.
042800     STOP RUN.
