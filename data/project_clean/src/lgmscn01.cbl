000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGMSCN01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        WEEKLY UNMASKED BANK AND CARD DATA SCAN - READS
000800                 THE WEEK'S OUTBOUND FILES THAT NO RECEIVER IS
000900                 ENTITLED TO SEE BANK DETAILS IN (WAREHOUSE
001000                 EXTRACT, PRINT-IMAGE PACKS, CAMPAIGN FILE, PRINT
001100                 STREAM) AND THE DIAGNOSTIC LOG OFFLOAD, AND
001200                 REPORTS EVERY RECORD STILL CARRYING WHAT LOOKS
001300                 LIKE A CLEAR ACCOUNT OR CARD NUMBER: A 16-DIGIT
001400                 RUN PASSING THE CARD CHECK-DIGIT TEST, A 14-DIGIT
001500                 RUN (SORT CODE AND ACCOUNT RUN TOGETHER), OR AN
001600                 8-DIGIT ACCOUNT NUMBER FOLLOWING A SORT CODE.
001700                 THE REPORT ITSELF SHOWS ONLY THE MASKED VALUE.
001800                 FILES FOR THE BANK AND THE DIRECT DEBIT BUREAU
001900                 (CPSUBM, COPREQ, DDSUBM) ARE ENTITLED AND ARE
002000                 NOT SCANNED.
002100*****************************************************************
002200*    MODIFICATION HISTORY                                      *
002300*    DATE      INIT   DESCRIPTION                               *
002400*    10/15/26  LGIT   INITIAL VERSION                           *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.    IBM-370.
002900 OBJECT-COMPUTER.    IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SCAN-100-FILE ASSIGN TO SCAN100
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-SCAN100-STATUS.
003500     SELECT SCAN-133-FILE ASSIGN TO SCAN133
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-SCAN133-STATUS.
003800     SELECT SCAN-160-FILE ASSIGN TO SCAN160
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-SCAN160-STATUS.
004100     SELECT SCAN-300-FILE ASSIGN TO SCAN300
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-SCAN300-STATUS.
004400     SELECT SCAN-REPORT-FILE ASSIGN TO MSCNRPT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-MSCNRPT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900*****************************************************************
005000*    SCAN INPUTS - ONE DD PER RECORD LENGTH, EACH CONCATENATED   *
005100*    IN THE JOB STREAM: SCAN100 THE WAREHOUSE EXTRACT (DWCUST,   *
005200*    DWPOL, DWCLM, DWCMP, DWTYP), SCAN133 THE PRINT-IMAGE PACKS  *
005300*    (SARPACK, MIPACK, ANSTMT, EVSTMT AND THE BATCH REPORTS),    *
005400*    SCAN160 THE CAMPAIGN FILE (XSELOUT), SCAN300 THE PRINT      *
005500*    STREAM (PRTSTRM) AND THE DIAGNOSTIC LOG OFFLOAD             *
005600*****************************************************************
005700 FD  SCAN-100-FILE
005800     RECORDING MODE IS F.
005900 01  S1-SCAN-RECORD              PIC X(100).
006000 FD  SCAN-133-FILE
006100     RECORDING MODE IS F.
006200 01  S2-SCAN-RECORD              PIC X(133).
006300 FD  SCAN-160-FILE
006400     RECORDING MODE IS F.
006500 01  S3-SCAN-RECORD              PIC X(160).
006600 FD  SCAN-300-FILE
006700     RECORDING MODE IS F.
006800 01  S4-SCAN-RECORD              PIC X(300).
006900 FD  SCAN-REPORT-FILE
007000     RECORDING MODE IS F.
007100 01  MS-REPORT-LINE              PIC X(133).
007200 WORKING-STORAGE SECTION.
007300*****************************************************************
007400*    FILE STATUS AND SWITCHES                                  *
007500*****************************************************************
007600 77  WS-SCAN100-STATUS           PIC X(02) VALUE SPACES.
007700     88  WS-SCAN100-OK                     VALUE '00'.
007800 77  WS-SCAN133-STATUS           PIC X(02) VALUE SPACES.
007900     88  WS-SCAN133-OK                     VALUE '00'.
008000 77  WS-SCAN160-STATUS           PIC X(02) VALUE SPACES.
008100     88  WS-SCAN160-OK                     VALUE '00'.
008200 77  WS-SCAN300-STATUS           PIC X(02) VALUE SPACES.
008300     88  WS-SCAN300-OK                     VALUE '00'.
008400 77  WS-MSCNRPT-STATUS           PIC X(02) VALUE SPACES.
008500     88  WS-MSCNRPT-OK                     VALUE '00'.
008600 77  WS-IN-EOF-SWITCH            PIC X(01) VALUE 'N'.
008700     88  WS-IN-EOF                         VALUE 'Y'.
008800 77  WS-RECORD-COUNT             PIC 9(09) COMP VALUE 0.
008900 77  WS-SCANNED-COUNT            PIC 9(09) COMP VALUE 0.
009000 77  WS-CARD-HIT-COUNT           PIC 9(07) COMP-3 VALUE 0.
009100 77  WS-ACCT-HIT-COUNT           PIC 9(07) COMP-3 VALUE 0.
009200 77  WS-SCAN-LEN                 PIC S9(4) COMP VALUE +0.
009300 77  WS-POS                      PIC S9(4) COMP VALUE +0.
009400 77  WS-RUN-START                PIC S9(4) COMP VALUE +0.
009500 77  WS-RUN-LEN                  PIC S9(4) COMP VALUE +0.
009600 77  WS-SC-POS                   PIC S9(4) COMP VALUE +0.
009700 77  WS-LUHN-IX                  PIC S9(4) COMP VALUE +0.
009800 77  WS-LUHN-SUM                 PIC S9(4) COMP VALUE +0.
009900 77  WS-LUHN-QUOT                PIC S9(4) COMP VALUE +0.
010000 77  WS-LUHN-REM                 PIC S9(4) COMP VALUE +0.
010100 77  WS-LUHN-DIGIT               PIC 9(02) VALUE 0.
010200 77  WS-CHECK-DIGIT              PIC 9(01) VALUE 0.
010300 77  WS-RULE-SWITCH              PIC X(01) VALUE SPACE.
010400     88  WS-RULE-CARD                      VALUE 'C'.
010500     88  WS-RULE-ACCOUNT                   VALUE 'A'.
010600     88  WS-RULE-NONE                      VALUE SPACE.
010700*****************************************************************
010800*    THE RECORD UNDER SCAN, PADDED TO THE LONGEST INPUT, AND THE *
010900*    LABEL OF THE DD IT CAME FROM                                *
011000*****************************************************************
011100 01  WS-SCAN-LINE                PIC X(300) VALUE SPACES.
011200 01  WS-SCAN-LABEL               PIC X(08) VALUE SPACES.
011300*****************************************************************
011400*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
011500*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
011600*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
011700*    RIGHT DATED OUTPUT AND SELECTIONS                            *
011800*****************************************************************
011900 01  WS-BUSINESS-DATE.
012000     05  WS-BD-YYYY              PIC 9(04).
012100     05  FILLER                  PIC X(01).
012200     05  WS-BD-MM                PIC 9(02).
012300     05  FILLER                  PIC X(01).
012400     05  WS-BD-DD                PIC 9(02).
012500 01  WS-CURRENT-DATE-TIME.
012600     05  WS-CD-YYYY              PIC 9(04).
012700     05  WS-CD-MM                PIC 9(02).
012800     05  WS-CD-DD                PIC 9(02).
012900     05  FILLER                  PIC X(10).
013000 01  WS-REPORT-DATE.
013100     05  WS-RD-DD                PIC 9(02).
013200     05  FILLER                  PIC X(01) VALUE '/'.
013300     05  WS-RD-MM                PIC 9(02).
013400     05  FILLER                  PIC X(01) VALUE '/'.
013500     05  WS-RD-YYYY              PIC 9(04).
013600*****************************************************************
013700*    REPORT LINE LAYOUTS                                       *
013800*****************************************************************
013900 01  MS-HEADING-1.
014000     05  FILLER                  PIC X(43) VALUE
014100         'LG INSURANCE - UNMASKED BANK/CARD DATA SCAN'.
014200     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
014300     05  MS-H1-DATE              PIC X(10) VALUE SPACES.
014400     05  FILLER                  PIC X(70) VALUE SPACES.
014500 01  MS-HIT-LINE.
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014700     05  MS-H-LABEL              PIC X(08).
014800     05  FILLER                  PIC X(08) VALUE ' RECORD '.
014900     05  MS-H-RECORD             PIC Z(8)9.
015000     05  FILLER                  PIC X(05) VALUE ' POS '.
015100     05  MS-H-POS                PIC ZZ9.
015200     05  FILLER                  PIC X(02) VALUE SPACES.
015300     05  MS-H-RULE               PIC X(24).
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  MS-H-EXCERPT            PIC X(20).
015600     05  FILLER                  PIC X(50) VALUE SPACES.
015700 01  MS-SUMMARY-LINE.
015800     05  FILLER                  PIC X(20) VALUE SPACES.
015900     05  MS-S-LABEL              PIC X(36).
016000     05  MS-S-COUNT              PIC ZZZ,ZZ9.
016100     05  FILLER                  PIC X(70) VALUE SPACES.
016200     COPY LGMASK.
016300     COPY LGRCTL.
016400     EXEC SQL
016500         INCLUDE SQLCA
016600     END-EXEC.
016700 PROCEDURE DIVISION.
016800*****************************************************************
016900*    0000-MAINLINE                                             *
017000*****************************************************************
017100 0000-MAINLINE SECTION.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     PERFORM 2000-SCAN-FILES THRU 2000-EXIT.
017400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
017500     GO TO 9999-EXIT.
017600 0000-MAINLINE-EXIT.
017700     EXIT.
017800*****************************************************************
017900*    1000-INITIALIZE - REGISTER THE RUN, OPEN THE REPORT         *
018000*****************************************************************
018100 1000-INITIALIZE.
018200     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
018300     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
018400*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
018500*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
018600*    PROTECTION LIVE IN LGRCTL01
018700     MOVE 'S'        TO RCTL-ACTION
018800     MOVE 'LGMSCN01' TO RCTL-JOBNAME
018900     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
019000     MOVE WS-CD-MM   TO RCTL-BD-MM
019100     MOVE WS-CD-DD   TO RCTL-BD-DD
019200     MOVE '-'        TO RCTL-BD-S1
019300     MOVE '-'        TO RCTL-BD-S2
019400     CALL 'LGRCTL01' USING RCTL-REQUEST
019500     IF RCTL-RC NOT EQUAL '00'
019600         DISPLAY 'LGMSCN01 - RUN CONTROL REFUSED, RC='
019700                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
019800         GO TO 9999-EXIT
019900     END-IF.
020000     MOVE WS-CD-DD   TO WS-RD-DD
020100     MOVE WS-CD-MM   TO WS-RD-MM
020200     MOVE WS-CD-YYYY TO WS-RD-YYYY.
020300     MOVE WS-REPORT-DATE TO MS-H1-DATE.
020400     OPEN OUTPUT SCAN-REPORT-FILE.
020500     IF NOT WS-MSCNRPT-OK
020600         DISPLAY 'LGMSCN01 - MSCNRPT OPEN FAILED, STATUS='
020700                 WS-MSCNRPT-STATUS
020800         GO TO 9999-EXIT
020900     END-IF.
021000     WRITE MS-REPORT-LINE FROM MS-HEADING-1.
021100 1000-EXIT.
021200     EXIT.
021300*****************************************************************
021400*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
021500*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
021600*****************************************************************
021700 1050-GET-BUSINESS-DATE.
021800     EXEC SQL
021900         SELECT BUSINESSDATE
022000           INTO :WS-BUSINESS-DATE
022100           FROM BUSINESSDATE
022200          WHERE CONTROLID = 'LG'
022300     END-EXEC.
022400     IF SQLCODE EQUAL 0
022500         MOVE WS-BD-YYYY TO WS-CD-YYYY
022600         MOVE WS-BD-MM   TO WS-CD-MM
022700         MOVE WS-BD-DD   TO WS-CD-DD
022800     END-IF.
022900 1050-EXIT.
023000     EXIT.
023100*****************************************************************
023200*    2000-SCAN-FILES - EACH SCAN DD IN TURN; RECORD NUMBERS ON   *
023300*    THE REPORT COUNT FROM THE START OF THAT DD'S CONCATENATION  *
023400*****************************************************************
023500 2000-SCAN-FILES.
023600     OPEN INPUT SCAN-100-FILE.
023700     IF NOT WS-SCAN100-OK
023800         DISPLAY 'LGMSCN01 - SCAN100 OPEN FAILED, STATUS='
023900                 WS-SCAN100-STATUS
024000         GO TO 9999-EXIT
024100     END-IF.
024200     MOVE 'SCAN100' TO WS-SCAN-LABEL.
024300     MOVE 100       TO WS-SCAN-LEN.
024400     MOVE 0         TO WS-RECORD-COUNT.
024500     MOVE 'N'       TO WS-IN-EOF-SWITCH.
024600     PERFORM 2100-READ-SCAN-100 THRU 2100-EXIT
024700         UNTIL WS-IN-EOF.
024800     CLOSE SCAN-100-FILE.
024900     OPEN INPUT SCAN-133-FILE.
025000     IF NOT WS-SCAN133-OK
025100         DISPLAY 'LGMSCN01 - SCAN133 OPEN FAILED, STATUS='
025200                 WS-SCAN133-STATUS
025300         GO TO 9999-EXIT
025400     END-IF.
025500     MOVE 'SCAN133' TO WS-SCAN-LABEL.
025600     MOVE 133       TO WS-SCAN-LEN.
025700     MOVE 0         TO WS-RECORD-COUNT.
025800     MOVE 'N'       TO WS-IN-EOF-SWITCH.
025900     PERFORM 2200-READ-SCAN-133 THRU 2200-EXIT
026000         UNTIL WS-IN-EOF.
026100     CLOSE SCAN-133-FILE.
026200     OPEN INPUT SCAN-160-FILE.
026300     IF NOT WS-SCAN160-OK
026400         DISPLAY 'LGMSCN01 - SCAN160 OPEN FAILED, STATUS='
026500                 WS-SCAN160-STATUS
026600         GO TO 9999-EXIT
026700     END-IF.
026800     MOVE 'SCAN160' TO WS-SCAN-LABEL.
026900     MOVE 160       TO WS-SCAN-LEN.
027000     MOVE 0         TO WS-RECORD-COUNT.
027100     MOVE 'N'       TO WS-IN-EOF-SWITCH.
027200     PERFORM 2300-READ-SCAN-160 THRU 2300-EXIT
027300         UNTIL WS-IN-EOF.
027400     CLOSE SCAN-160-FILE.
027500     OPEN INPUT SCAN-300-FILE.
027600     IF NOT WS-SCAN300-OK
027700         DISPLAY 'LGMSCN01 - SCAN300 OPEN FAILED, STATUS='
027800                 WS-SCAN300-STATUS
027900         GO TO 9999-EXIT
028000     END-IF.
028100     MOVE 'SCAN300' TO WS-SCAN-LABEL.
028200     MOVE 300       TO WS-SCAN-LEN.
028300     MOVE 0         TO WS-RECORD-COUNT.
028400     MOVE 'N'       TO WS-IN-EOF-SWITCH.
028500     PERFORM 2400-READ-SCAN-300 THRU 2400-EXIT
028600         UNTIL WS-IN-EOF.
028700     CLOSE SCAN-300-FILE.
028800 2000-EXIT.
028900     EXIT.
029000*****************************************************************
029100*    2100 .. 2400 - ONE RECORD FROM EACH SCAN DD                 *
029200*****************************************************************
029300 2100-READ-SCAN-100.
029400     READ SCAN-100-FILE
029500         AT END
029600             MOVE 'Y' TO WS-IN-EOF-SWITCH
029700             GO TO 2100-EXIT
029800     END-READ.
029900     MOVE S1-SCAN-RECORD TO WS-SCAN-LINE.
030000     PERFORM 3000-SCAN-RECORD THRU 3000-EXIT.
030100 2100-EXIT.
030200     EXIT.
030300 2200-READ-SCAN-133.
030400     READ SCAN-133-FILE
030500         AT END
030600             MOVE 'Y' TO WS-IN-EOF-SWITCH
030700             GO TO 2200-EXIT
030800     END-READ.
030900     MOVE S2-SCAN-RECORD TO WS-SCAN-LINE.
031000     PERFORM 3000-SCAN-RECORD THRU 3000-EXIT.
031100 2200-EXIT.
031200     EXIT.
031300 2300-READ-SCAN-160.
031400     READ SCAN-160-FILE
031500         AT END
031600             MOVE 'Y' TO WS-IN-EOF-SWITCH
031700             GO TO 2300-EXIT
031800     END-READ.
031900     MOVE S3-SCAN-RECORD TO WS-SCAN-LINE.
032000     PERFORM 3000-SCAN-RECORD THRU 3000-EXIT.
032100 2300-EXIT.
032200     EXIT.
032300 2400-READ-SCAN-300.
032400     READ SCAN-300-FILE
032500         AT END
032600             MOVE 'Y' TO WS-IN-EOF-SWITCH
032700             GO TO 2400-EXIT
032800     END-READ.
032900     MOVE S4-SCAN-RECORD TO WS-SCAN-LINE.
033000     PERFORM 3000-SCAN-RECORD THRU 3000-EXIT.
033100 2400-EXIT.
033200     EXIT.
033300*****************************************************************
033400*    3000-SCAN-RECORD - WALK THE RECORD A CHARACTER AT A TIME,   *
033500*    MEASURING EACH RUN OF DIGITS.  THE POSITION JUST PAST THE   *
033600*    RECORD CLOSES A RUN THAT REACHES THE LAST BYTE              *
033700*****************************************************************
033800 3000-SCAN-RECORD.
033900     ADD 1 TO WS-RECORD-COUNT.
034000     ADD 1 TO WS-SCANNED-COUNT.
034100     MOVE 0 TO WS-RUN-LEN.
034200     PERFORM 3100-SCAN-POSITION THRU 3100-EXIT
034300         VARYING WS-POS FROM 1 BY 1
034400         UNTIL WS-POS GREATER THAN WS-SCAN-LEN.
034500     PERFORM 3200-CLOSE-RUN THRU 3200-EXIT.
034600 3000-EXIT.
034700     EXIT.
034800 3100-SCAN-POSITION.
034900     IF WS-SCAN-LINE(WS-POS:1) NUMERIC
035000         IF WS-RUN-LEN EQUAL 0
035100             MOVE WS-POS TO WS-RUN-START
035200         END-IF
035300         ADD 1 TO WS-RUN-LEN
035400         GO TO 3100-EXIT
035500     END-IF.
035600     PERFORM 3200-CLOSE-RUN THRU 3200-EXIT.
035700 3100-EXIT.
035800     EXIT.
035900*****************************************************************
036000*    3200-CLOSE-RUN - APPLY THE PATTERNS TO THE DIGIT RUN JUST   *
036100*    ENDED                                                       *
036200*****************************************************************
036300 3200-CLOSE-RUN.
036400     IF WS-RUN-LEN EQUAL 0
036500         GO TO 3200-EXIT
036600     END-IF.
036700     MOVE SPACE TO WS-RULE-SWITCH.
036800     EVALUATE WS-RUN-LEN
036900         WHEN 16
037000             PERFORM 3300-CHECK-CARD THRU 3300-EXIT
037100         WHEN 14
037200             MOVE 'A' TO WS-RULE-SWITCH
037300         WHEN 8
037400             PERFORM 3400-CHECK-SORTCODE THRU 3400-EXIT
037500     END-EVALUATE.
037600     IF NOT WS-RULE-NONE
037700         PERFORM 3500-REPORT-HIT THRU 3500-EXIT
037800     END-IF.
037900     MOVE 0 TO WS-RUN-LEN.
038000 3200-EXIT.
038100     EXIT.
038200*****************************************************************
038300*    3300-CHECK-CARD - A 16-DIGIT RUN IS ONLY TAKEN FOR A CARD   *
038400*    NUMBER WHEN IT PASSES THE CARD CHECK-DIGIT (LUHN) TEST:     *
038500*    FROM THE RIGHT, EVERY SECOND DIGIT DOUBLED (LESS 9 OVER 9), *
038600*    THE SUM A MULTIPLE OF 10                                    *
038700*****************************************************************
038800 3300-CHECK-CARD.
038900     MOVE 0 TO WS-LUHN-SUM.
039000     PERFORM 3310-LUHN-DIGIT THRU 3310-EXIT
039100         VARYING WS-LUHN-IX FROM 1 BY 1
039200         UNTIL WS-LUHN-IX GREATER THAN 16.
039300     DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOT
039400         REMAINDER WS-LUHN-REM.
039500     IF WS-LUHN-REM EQUAL 0
039600         MOVE 'C' TO WS-RULE-SWITCH
039700     END-IF.
039800 3300-EXIT.
039900     EXIT.
040000 3310-LUHN-DIGIT.
040100     COMPUTE WS-SC-POS = WS-RUN-START + 16 - WS-LUHN-IX.
040200     MOVE WS-SCAN-LINE(WS-SC-POS:1) TO WS-CHECK-DIGIT.
040300     MOVE WS-CHECK-DIGIT TO WS-LUHN-DIGIT.
040400     DIVIDE WS-LUHN-IX BY 2 GIVING WS-LUHN-QUOT
040500         REMAINDER WS-LUHN-REM.
040600     IF WS-LUHN-REM EQUAL 0
040700         COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
040800         IF WS-LUHN-DIGIT GREATER THAN 9
040900             SUBTRACT 9 FROM WS-LUHN-DIGIT
041000         END-IF
041100     END-IF.
041200     ADD WS-LUHN-DIGIT TO WS-LUHN-SUM.
041300 3310-EXIT.
041400     EXIT.
041500*****************************************************************
041600*    3400-CHECK-SORTCODE - AN 8-DIGIT RUN IS AN ACCOUNT NUMBER   *
041700*    WHEN A SORT CODE SITS JUST BEFORE IT, EITHER AS NN-NN-NN OR *
041800*    AS SIX DIGITS, WITH ONE SPACE BETWEEN                       *
041900*****************************************************************
042000 3400-CHECK-SORTCODE.
042100     IF WS-RUN-START LESS THAN 8
042200         GO TO 3400-EXIT
042300     END-IF.
042400     IF WS-SCAN-LINE(WS-RUN-START - 1:1) NOT EQUAL SPACE
042500         GO TO 3400-EXIT
042600     END-IF.
042700     COMPUTE WS-SC-POS = WS-RUN-START - 7.
042800     IF WS-SCAN-LINE(WS-SC-POS:6) NUMERIC
042900         MOVE 'A' TO WS-RULE-SWITCH
043000         GO TO 3400-EXIT
043100     END-IF.
043200     IF WS-RUN-START LESS THAN 10
043300         GO TO 3400-EXIT
043400     END-IF.
043500     COMPUTE WS-SC-POS = WS-RUN-START - 9.
043600     IF WS-SCAN-LINE(WS-SC-POS:2)     NUMERIC AND
043700        WS-SCAN-LINE(WS-SC-POS + 2:1) EQUAL '-' AND
043800        WS-SCAN-LINE(WS-SC-POS + 3:2) NUMERIC AND
043900        WS-SCAN-LINE(WS-SC-POS + 5:1) EQUAL '-' AND
044000        WS-SCAN-LINE(WS-SC-POS + 6:2) NUMERIC
044100         MOVE 'A' TO WS-RULE-SWITCH
044200     END-IF.
044300 3400-EXIT.
044400     EXIT.
044500*****************************************************************
044600*    3500-REPORT-HIT - ONE EXCEPTION LINE.  THE DIGITS FOUND ARE *
044700*    MASKED TO THE SUITE RULE BEFORE THEY ARE PRINTED            *
044800*****************************************************************
044900 3500-REPORT-HIT.
045000     MOVE SPACES TO MSK-VALUE.
045100     MOVE WS-SCAN-LINE(WS-RUN-START:WS-RUN-LEN) TO MSK-VALUE.
045200     IF WS-RULE-CARD
045300         MOVE 'C' TO MSK-TYPE
045400         MOVE 'CARD NUMBER'           TO MS-H-RULE
045500         ADD 1 TO WS-CARD-HIT-COUNT
045600     ELSE
045700         MOVE 'A' TO MSK-TYPE
045800         MOVE 'SORT CODE AND ACCOUNT' TO MS-H-RULE
045900         ADD 1 TO WS-ACCT-HIT-COUNT
046000     END-IF.
046100     CALL 'LGMASK01' USING MSK-REQUEST.
046200     MOVE WS-SCAN-LABEL   TO MS-H-LABEL.
046300     MOVE WS-RECORD-COUNT TO MS-H-RECORD.
046400     MOVE WS-RUN-START    TO MS-H-POS.
046500     MOVE MSK-VALUE       TO MS-H-EXCERPT.
046600     WRITE MS-REPORT-LINE FROM MS-HIT-LINE.
046700 3500-EXIT.
046800     EXIT.
046900*****************************************************************
047000*    8000-FINALIZE - SCAN SUMMARY, THEN CLOSE                    *
047100*****************************************************************
047200 8000-FINALIZE.
047300     MOVE 'RECORDS SCANNED'            TO MS-S-LABEL.
047400     MOVE WS-SCANNED-COUNT             TO MS-S-COUNT.
047500     WRITE MS-REPORT-LINE FROM MS-SUMMARY-LINE.
047600     MOVE 'UNMASKED CARD NUMBERS'      TO MS-S-LABEL.
047700     MOVE WS-CARD-HIT-COUNT            TO MS-S-COUNT.
047800     WRITE MS-REPORT-LINE FROM MS-SUMMARY-LINE.
047900     MOVE 'UNMASKED SORT CODE/ACCOUNT' TO MS-S-LABEL.
048000     MOVE WS-ACCT-HIT-COUNT            TO MS-S-COUNT.
048100     WRITE MS-REPORT-LINE FROM MS-SUMMARY-LINE.
048200     CLOSE SCAN-REPORT-FILE.
048300     MOVE 'E' TO RCTL-ACTION
048400     CALL 'LGRCTL01' USING RCTL-REQUEST.
048500 8000-EXIT.
048600     EXIT.
048700*****************************************************************
048800*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
048900*****************************************************************
049000 9999-EXIT.
049100     STOP RUN.
