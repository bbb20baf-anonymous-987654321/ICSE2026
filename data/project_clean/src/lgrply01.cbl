000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGRPLY01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        INBOUND CUSTOMER REPLY PROCESSING - READS THE
000701                 GATEWAY'S FILE OF SMS AND EMAIL REPLIES TO
000702                 THE NOTIFICATIONS LGNTFD01 SENDS, MATCHES EACH
000703                 BACK TO THE CUSTOMER BY MOBILE NUMBER OR EMAIL
000704                 ADDRESS AND ACTS ON THE KEYWORD: STOP WITHDRAWS
000705                 CONSENT ON CUSTCONSENT FOR THE CHANNEL REPLIED
000706                 ON, YES AND NO ANSWER THE OPEN RENEWAL
000707                 INVITATION ON RENEWRESPONSE.  ANYTHING ELSE -
000708                 AN UNKNOWN KEYWORD, A SENDER WHO CANNOT BE
000709                 MATCHED, A YES OR NO WITH NO SINGLE OPEN
000710                 INVITATION - GOES TO SERVICEWORKLIST FOR THE
000711                 SERVICING TEAM.  PRINTS THE DAILY REPLY SUMMARY.
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
001900     SELECT RP-REPLY-FILE ASSIGN TO RPLYIN
002000         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS WS-RPLYIN-STATUS.
002200     SELECT RP-REPORT-FILE ASSIGN TO RPLYRPT
002300         ORGANIZATION IS SEQUENTIAL
002400         FILE STATUS IS WS-RPLYRPT-STATUS.
002500 DATA DIVISION.
002600 FILE SECTION.
002700*****************************************************************
002800*    RP-REPLY-FILE - ONE RECORD PER INBOUND REPLY.  CHANNEL 'S'  *
002900*    SMS (SENDER IS THE MOBILE NUMBER) OR 'E' EMAIL (SENDER IS   *
003000*    THE EMAIL ADDRESS).  THE POLICY NUMBER IS THE ONE THE       *
003100*    GATEWAY THREADED THE REPLY TO FROM OUR HAND-OFF, ZERO WHEN  *
003200*    THE REPLY COULD NOT BE THREADED.                            *
003300*****************************************************************
003400 FD  RP-REPLY-FILE
003500     RECORDING MODE IS F.
003600 01  RI-REPLY-RECORD.
003700     05  RI-CHANNEL              PIC X(01).
003800     05  RI-SENDER               PIC X(50).
003900     05  RI-POLICYNUM            PIC 9(10).
004000     05  RI-RECEIVEDTIME         PIC X(26).
004100     05  RI-REPLY-TEXT           PIC X(160).
004200     05  FILLER                  PIC X(03).
004300 FD  RP-REPORT-FILE
004400     RECORDING MODE IS F.
004500 01  RP-REPORT-LINE              PIC X(133).
004600 WORKING-STORAGE SECTION.
004700*****************************************************************
004800*    FILE STATUS AND SWITCHES                                  *
004900*****************************************************************
005000 77  WS-RPLYIN-STATUS            PIC X(02) VALUE SPACES.
005100     88  WS-RPLYIN-OK                      VALUE '00'.
005200 77  WS-RPLYRPT-STATUS           PIC X(02) VALUE SPACES.
005300     88  WS-RPLYRPT-OK                     VALUE '00'.
005400 77  WS-RPLY-EOF-SWITCH          PIC X(01) VALUE 'N'.
005500     88  WS-RPLY-EOF                       VALUE 'Y'.
005600 77  WS-READ-COUNT               PIC 9(07) COMP-3 VALUE 0.
005700 77  WS-STOP-COUNT               PIC 9(07) COMP-3 VALUE 0.
005800 77  WS-ACCEPT-COUNT             PIC 9(07) COMP-3 VALUE 0.
005900 77  WS-DECLINE-COUNT            PIC 9(07) COMP-3 VALUE 0.
006000 77  WS-WORKLIST-COUNT           PIC 9(07) COMP-3 VALUE 0.
006100 77  WS-LEADING                  PIC S9(4) COMP VALUE +0.
006200 77  WS-MATCH-COUNT              PIC S9(9) COMP VALUE +0.
006300 77  WS-LOWER-CASE               PIC X(26)
006400         VALUE 'abcdefghijklmnopqrstuvwxyz'.
006500 77  WS-UPPER-CASE               PIC X(26)
006600         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
006700*****************************************************************
006800*    THE REPLY TEXT IS UPPER-CASED AND ITS FIRST WORD, STRIPPED  *
006900*    OF TRAILING PUNCTUATION, IS THE KEYWORD                     *
007000*****************************************************************
007100 01  WS-REPLY-TEXT               PIC X(160) VALUE SPACES.
007200 01  WS-KEYWORD                  PIC X(12) VALUE SPACES.
007300     88  WS-KW-STOP                        VALUE 'STOP'
007400                                                 'UNSUBSCRIBE'.
007500     88  WS-KW-YES                         VALUE 'YES' 'Y'.
007600     88  WS-KW-NO                          VALUE 'NO' 'N'.
007700*****************************************************************
007800*    SERVICING WORKLIST REASON FOR THE REPLY IN HAND             *
007900*      UNKW  KEYWORD NOT RECOGNISED                              *
008000*      NOMT  SENDER MATCHES NO CUSTOMER                          *
008100*      AMBG  SENDER MATCHES MORE THAN ONE CUSTOMER               *
008200*      NOIN  YES OR NO WITH NO OPEN RENEWAL INVITATION           *
008300*      MINV  YES OR NO WITH SEVERAL OPEN INVITATIONS AND NO      *
008400*            POLICY THREADED ON THE REPLY                        *
008500*****************************************************************
008600 01  WS-WORK-REASON              PIC X(04) VALUE SPACES.
008700*****************************************************************
008800*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
008900*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
009000*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
009100*    RIGHT DATED OUTPUT AND SELECTIONS                            *
009200*****************************************************************
009300 01  WS-BUSINESS-DATE.
009400     05  WS-BD-YYYY              PIC 9(04).
009500     05  FILLER                  PIC X(01).
009600     05  WS-BD-MM                PIC 9(02).
009700     05  FILLER                  PIC X(01).
009800     05  WS-BD-DD                PIC 9(02).
009900 01  WS-CURRENT-DATE-TIME.
010000     05  WS-CD-YYYY              PIC 9(04).
010100     05  WS-CD-MM                PIC 9(02).
010200     05  WS-CD-DD                PIC 9(02).
010300     05  FILLER                  PIC X(10).
010400 01  WS-REPORT-DATE.
010500     05  WS-RD-DD                PIC 9(02).
010600     05  FILLER                  PIC X(01) VALUE '/'.
010700     05  WS-RD-MM                PIC 9(02).
010800     05  FILLER                  PIC X(01) VALUE '/'.
010900     05  WS-RD-YYYY              PIC 9(04).
011000*****************************************************************
011100*    DB2 HOST VARIABLES                                        *
011200*****************************************************************
011300 01  DB2-CUSTOMERNUM-INT         PIC S9(9) COMP.
011400 01  DB2-POLICYNUM-INT           PIC S9(9) COMP.
011500 01  DB2-SENDER                  PIC X(50).
011600 01  DB2-EXPIRYDATE              PIC X(10).
011700 01  DB2-RESPONSESTATUS          PIC X(10).
011800*****************************************************************
011900*    REPORT LINE LAYOUTS                                       *
012000*****************************************************************
012100 01  RP-HEADING-1.
012200     05  FILLER                  PIC X(43) VALUE
012300         'LG INSURANCE - INBOUND CUSTOMER REPLIES'.
012400     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
012500     05  RP-H1-DATE              PIC X(10) VALUE SPACES.
012600     05  FILLER                  PIC X(70) VALUE SPACES.
012700 01  RP-WORK-LINE.
012800     05  FILLER                  PIC X(12) VALUE '  WORKLIST: '.
012900     05  RP-W-REASON             PIC X(04).
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  RP-W-CHANNEL            PIC X(01).
013200     05  FILLER                  PIC X(02) VALUE SPACES.
013300     05  RP-W-SENDER             PIC X(50).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  RP-W-KEYWORD            PIC X(12).
013600     05  FILLER                  PIC X(48) VALUE SPACES.
013700 01  RP-SUMMARY-LINE-1.
013800     05  FILLER                  PIC X(20) VALUE SPACES.
013900     05  FILLER                  PIC X(36) VALUE
014000         'REPLIES READ'.
014100     05  RP-S1-COUNT             PIC ZZZ,ZZ9.
014200     05  FILLER                  PIC X(70) VALUE SPACES.
014300 01  RP-SUMMARY-LINE-2.
014400     05  FILLER                  PIC X(20) VALUE SPACES.
014500     05  FILLER                  PIC X(36) VALUE
014600         'STOP - CONSENT WITHDRAWN'.
014700     05  RP-S2-COUNT             PIC ZZZ,ZZ9.
014800     05  FILLER                  PIC X(70) VALUE SPACES.
014900 01  RP-SUMMARY-LINE-3.
015000     05  FILLER                  PIC X(20) VALUE SPACES.
015100     05  FILLER                  PIC X(36) VALUE
015200         'RENEWAL INVITATIONS ACCEPTED'.
015300     05  RP-S3-COUNT             PIC ZZZ,ZZ9.
015400     05  FILLER                  PIC X(70) VALUE SPACES.
015500 01  RP-SUMMARY-LINE-4.
015600     05  FILLER                  PIC X(20) VALUE SPACES.
015700     05  FILLER                  PIC X(36) VALUE
015800         'RENEWAL INVITATIONS DECLINED'.
015900     05  RP-S4-COUNT             PIC ZZZ,ZZ9.
016000     05  FILLER                  PIC X(70) VALUE SPACES.
016100 01  RP-SUMMARY-LINE-5.
016200     05  FILLER                  PIC X(20) VALUE SPACES.
016300     05  FILLER                  PIC X(36) VALUE
016400         'PASSED TO SERVICING WORKLIST'.
016500     05  RP-S5-COUNT             PIC ZZZ,ZZ9.
016600     05  FILLER                  PIC X(70) VALUE SPACES.
016700     COPY LGRCTL.
016800     EXEC SQL
016900         INCLUDE SQLCA
017000     END-EXEC.
017100 LINKAGE SECTION.
017200 PROCEDURE DIVISION.
017300*****************************************************************
017400*    0000-MAINLINE                                             *
017500*****************************************************************
017600 0000-MAINLINE SECTION.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     PERFORM 2000-PROCESS-REPLY THRU 2000-EXIT
017900         UNTIL WS-RPLY-EOF.
018000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018100     GO TO 9999-EXIT.
018200 0000-MAINLINE-EXIT.
018300     EXIT.
018400*****************************************************************
018500*    1000-INITIALIZE - REGISTER THE RUN AND OPEN THE FILES       *
018600*****************************************************************
018700 1000-INITIALIZE.
018800     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
018900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
019000*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
019100*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
019200*    PROTECTION LIVE IN LGRCTL01
019300     MOVE 'S'        TO RCTL-ACTION
019400     MOVE 'LGRPLY01' TO RCTL-JOBNAME
019500     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
019600     MOVE WS-CD-MM   TO RCTL-BD-MM
019700     MOVE WS-CD-DD   TO RCTL-BD-DD
019800     MOVE '-'        TO RCTL-BD-S1
019900     MOVE '-'        TO RCTL-BD-S2
020000     CALL 'LGRCTL01' USING RCTL-REQUEST
020100     IF RCTL-RC NOT EQUAL '00'
020200         DISPLAY 'LGRPLY01 - RUN CONTROL REFUSED, RC='
020300                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
020400         GO TO 9999-EXIT
020500     END-IF.
020600     MOVE WS-CD-DD   TO WS-RD-DD
020700     MOVE WS-CD-MM   TO WS-RD-MM
020800     MOVE WS-CD-YYYY TO WS-RD-YYYY.
020900     MOVE WS-REPORT-DATE TO RP-H1-DATE.
021000     OPEN INPUT RP-REPLY-FILE.
021100     IF NOT WS-RPLYIN-OK
021200         DISPLAY 'LGRPLY01 - RPLYIN OPEN FAILED, STATUS='
021300                 WS-RPLYIN-STATUS
021400         GO TO 9999-EXIT
021500     END-IF.
021600     OPEN OUTPUT RP-REPORT-FILE.
021700     IF NOT WS-RPLYRPT-OK
021800         DISPLAY 'LGRPLY01 - RPLYRPT OPEN FAILED, STATUS='
021900                 WS-RPLYRPT-STATUS
022000         GO TO 9999-EXIT
022100     END-IF.
022200     WRITE RP-REPORT-LINE FROM RP-HEADING-1.
022300 1000-EXIT.
022400     EXIT.
022500*****************************************************************
022600*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
022700*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
022800*****************************************************************
022900 1050-GET-BUSINESS-DATE.
023000     EXEC SQL
023100         SELECT BUSINESSDATE
023200           INTO :WS-BUSINESS-DATE
023300           FROM BUSINESSDATE
023400          WHERE CONTROLID = 'LG'
023500     END-EXEC.
023600     IF SQLCODE EQUAL 0
023700         MOVE WS-BD-YYYY TO WS-CD-YYYY
023800         MOVE WS-BD-MM   TO WS-CD-MM
023900         MOVE WS-BD-DD   TO WS-CD-DD
024000     END-IF.
024100 1050-EXIT.
024200     EXIT.
024300*****************************************************************
024400*    2000-PROCESS-REPLY - READ ONE REPLY, PICK OUT THE KEYWORD,  *
024500*    MATCH THE SENDER AND ACT                                    *
024600*****************************************************************
024700 2000-PROCESS-REPLY.
024800     READ RP-REPLY-FILE
024900         AT END
025000             MOVE 'Y' TO WS-RPLY-EOF-SWITCH
025100             GO TO 2000-EXIT
025200     END-READ.
025300     ADD 1 TO WS-READ-COUNT.
025400     MOVE SPACES TO WS-WORK-REASON.
025500     MOVE 0      TO DB2-CUSTOMERNUM-INT.
025600     PERFORM 2100-GET-KEYWORD THRU 2100-EXIT.
025700     PERFORM 2200-MATCH-CUSTOMER THRU 2200-EXIT.
025800     IF WS-WORK-REASON NOT EQUAL SPACES
025900         PERFORM 5000-RAISE-WORKLIST THRU 5000-EXIT
026000         GO TO 2000-EXIT
026100     END-IF.
026200     EVALUATE TRUE
026300         WHEN WS-KW-STOP
026400             PERFORM 3000-WITHDRAW-CONSENT THRU 3000-EXIT
026500         WHEN WS-KW-YES
026600             MOVE 'ACCEPTED' TO DB2-RESPONSESTATUS
026700             PERFORM 4000-RENEWAL-RESPONSE THRU 4000-EXIT
026800         WHEN WS-KW-NO
026900             MOVE 'DECLINED' TO DB2-RESPONSESTATUS
027000             PERFORM 4000-RENEWAL-RESPONSE THRU 4000-EXIT
027100         WHEN OTHER
027200             MOVE 'UNKW' TO WS-WORK-REASON
027300     END-EVALUATE.
027400     IF WS-WORK-REASON NOT EQUAL SPACES
027500         PERFORM 5000-RAISE-WORKLIST THRU 5000-EXIT
027600     END-IF.
027700 2000-EXIT.
027800     EXIT.
027900*****************************************************************
028000*    2100-GET-KEYWORD - FIRST WORD OF THE REPLY, UPPER CASE      *
028100*****************************************************************
028200 2100-GET-KEYWORD.
028300     MOVE RI-REPLY-TEXT TO WS-REPLY-TEXT.
028400     INSPECT WS-REPLY-TEXT CONVERTING WS-LOWER-CASE
028500         TO WS-UPPER-CASE.
028600     MOVE SPACES TO WS-KEYWORD.
028700     MOVE 0 TO WS-LEADING.
028800     INSPECT WS-REPLY-TEXT TALLYING WS-LEADING
028900         FOR LEADING SPACES.
029000     IF WS-LEADING NOT LESS THAN 160
029100         GO TO 2100-EXIT
029200     END-IF.
029300     UNSTRING WS-REPLY-TEXT(WS-LEADING + 1:)
029400         DELIMITED BY ALL SPACE
029500         INTO WS-KEYWORD
029600     END-UNSTRING.
029700     INSPECT WS-KEYWORD REPLACING ALL '.' BY SPACE
029800                                  ALL '!' BY SPACE
029900                                  ALL ',' BY SPACE.
030000 2100-EXIT.
030100     EXIT.
030200*****************************************************************
030300*    2200-MATCH-CUSTOMER - THE SENDER MUST BE EXACTLY ONE        *
030400*    CUSTOMER'S MOBILE NUMBER (SMS) OR EMAIL ADDRESS (EMAIL)     *
030500*****************************************************************
030600 2200-MATCH-CUSTOMER.
030700     MOVE RI-SENDER TO DB2-SENDER.
030800     MOVE 0 TO WS-MATCH-COUNT.
030900     IF RI-CHANNEL EQUAL 'S'
031000         EXEC SQL
031100             SELECT COUNT(*), COALESCE(MIN(CUSTOMERNUMBER), 0)
031200               INTO :WS-MATCH-COUNT, :DB2-CUSTOMERNUM-INT
031300               FROM CUSTOMER
031400              WHERE PHONEMOBILE = :DB2-SENDER
031500                AND DECEASEDDATE IS NULL
031600         END-EXEC
031700     ELSE
031800         INSPECT DB2-SENDER CONVERTING WS-LOWER-CASE
031900             TO WS-UPPER-CASE
032000         EXEC SQL
032100             SELECT COUNT(*), COALESCE(MIN(CUSTOMERNUMBER), 0)
032200               INTO :WS-MATCH-COUNT, :DB2-CUSTOMERNUM-INT
032300               FROM CUSTOMER
032400              WHERE UPPER(EMAILADDRESS) = :DB2-SENDER
032500                AND DECEASEDDATE IS NULL
032600         END-EXEC
032700     END-IF.
032800     IF SQLCODE NOT EQUAL 0
032900         DISPLAY 'LGRPLY01 - CUSTOMER MATCH, SQLCODE='
033000                 SQLCODE
033100         GO TO 9999-EXIT
033200     END-IF.
033300     EVALUATE TRUE
033400         WHEN WS-MATCH-COUNT EQUAL 0
033500             MOVE 'NOMT' TO WS-WORK-REASON
033600             MOVE 0      TO DB2-CUSTOMERNUM-INT
033700         WHEN WS-MATCH-COUNT GREATER THAN 1
033800             MOVE 'AMBG' TO WS-WORK-REASON
033900             MOVE 0      TO DB2-CUSTOMERNUM-INT
034000         WHEN OTHER
034100             CONTINUE
034200     END-EVALUATE.
034300 2200-EXIT.
034400     EXIT.
034500*****************************************************************
034600*    3000-WITHDRAW-CONSENT - STOP ON A CHANNEL WITHDRAWS EVERY   *
034700*    CONSENT THE CUSTOMER HOLDS ON THAT CHANNEL.  SERVICE        *
034800*    MESSAGES THEN FALL BACK TO THE DEFAULT CHANNEL AND          *
034900*    MARKETING SENDERS SEE CONSENTFLAG 'N'                       *
035000*****************************************************************
035100 3000-WITHDRAW-CONSENT.
035200     EXEC SQL
035300         UPDATE CUSTCONSENT
035400            SET CONSENTFLAG = 'N',
035500                CONSENTDATE = CHAR(CURRENT DATE, ISO),
035600                LASTCHANGED = CURRENT TIMESTAMP
035700          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
035800            AND CHANNEL        = :RI-CHANNEL
035900            AND CONSENTFLAG    = 'Y'
036000     END-EXEC.
036100     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
036200         DISPLAY 'LGRPLY01 - CONSENT UPDATE, SQLCODE='
036300                 SQLCODE
036400         GO TO 9999-EXIT
036500     END-IF.
036600     ADD 1 TO WS-STOP-COUNT.
036700 3000-EXIT.
036800     EXIT.
036900*****************************************************************
037000*    4000-RENEWAL-RESPONSE - YES OR NO ANSWERS THE CUSTOMER'S    *
037100*    OPEN ('INVITED') RENEWAL INVITATION - THE THREADED POLICY   *
037200*    WHEN THE GATEWAY SUPPLIED ONE, ELSE THE ONLY ONE OPEN       *
037300*****************************************************************
037400 4000-RENEWAL-RESPONSE.
037500     MOVE RI-POLICYNUM TO DB2-POLICYNUM-INT.
037600     IF DB2-POLICYNUM-INT EQUAL 0
037700         EXEC SQL
037800             SELECT COUNT(*), COALESCE(MIN(POLICYNUMBER), 0)
037900               INTO :WS-MATCH-COUNT, :DB2-POLICYNUM-INT
038000               FROM RENEWRESPONSE
038100              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
038200                AND RESPONSESTATUS = 'INVITED'
038300         END-EXEC
038400     ELSE
038500         EXEC SQL
038600             SELECT COUNT(*)
038700               INTO :WS-MATCH-COUNT
038800               FROM RENEWRESPONSE
038900              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
039000                AND POLICYNUMBER   = :DB2-POLICYNUM-INT
039100                AND RESPONSESTATUS = 'INVITED'
039200         END-EXEC
039300     END-IF.
039400     IF SQLCODE NOT EQUAL 0
039500         DISPLAY 'LGRPLY01 - INVITATION SELECT, SQLCODE='
039600                 SQLCODE
039700         GO TO 9999-EXIT
039800     END-IF.
039900     IF WS-MATCH-COUNT EQUAL 0
040000         MOVE 'NOIN' TO WS-WORK-REASON
040100         GO TO 4000-EXIT
040200     END-IF.
040300     IF WS-MATCH-COUNT GREATER THAN 1
040400         MOVE 'MINV' TO WS-WORK-REASON
040500         GO TO 4000-EXIT
040600     END-IF.
040700     EXEC SQL
040800         UPDATE RENEWRESPONSE
040900            SET RESPONSESTATUS = :DB2-RESPONSESTATUS,
041000                RESPONSEDATE   = CURRENT DATE,
041100                RESPONSECHANNEL = :RI-CHANNEL
041200          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
041300            AND POLICYNUMBER   = :DB2-POLICYNUM-INT
041400            AND RESPONSESTATUS = 'INVITED'
041500     END-EXEC.
041600     IF SQLCODE NOT EQUAL 0
041700         DISPLAY 'LGRPLY01 - RESPONSE UPDATE, SQLCODE='
041800                 SQLCODE
041900         GO TO 9999-EXIT
042000     END-IF.
042100     IF DB2-RESPONSESTATUS EQUAL 'ACCEPTED'
042200         ADD 1 TO WS-ACCEPT-COUNT
042300     ELSE
042400         ADD 1 TO WS-DECLINE-COUNT
042500     END-IF.
042600 4000-EXIT.
042700     EXIT.
042800*****************************************************************
042900*    5000-RAISE-WORKLIST - THE REPLY AS RECEIVED, WITH THE       *
043000*    REASON, FOR THE SERVICING TEAM TO DEAL WITH BY HAND         *
043100*****************************************************************
043200 5000-RAISE-WORKLIST.
043300     EXEC SQL
043400         INSERT INTO SERVICEWORKLIST
043500                   ( CUSTOMERNUMBER,
043600                     POLICYNUMBER,
043700                     CHANNEL,
043800                     SENDER,
043900                     REPLYTEXT,
044000                     REASONCODE,
044100                     RECEIVEDTIME,
044200                     STATUS,
044300                     LISTEDDATE )
044400            VALUES ( :DB2-CUSTOMERNUM-INT,
044500                     :RI-POLICYNUM,
044600                     :RI-CHANNEL,
044700                     :RI-SENDER,
044800                     :RI-REPLY-TEXT,
044900                     :WS-WORK-REASON,
045000                     :RI-RECEIVEDTIME,
045100                     'O',
045200                     CURRENT DATE )
045300     END-EXEC.
045400     IF SQLCODE NOT EQUAL 0
045500         DISPLAY 'LGRPLY01 - WORKLIST INSERT, SQLCODE='
045600                 SQLCODE
045700         GO TO 9999-EXIT
045800     END-IF.
045900     MOVE WS-WORK-REASON TO RP-W-REASON.
046000     MOVE RI-CHANNEL     TO RP-W-CHANNEL.
046100     MOVE RI-SENDER      TO RP-W-SENDER.
046200     MOVE WS-KEYWORD     TO RP-W-KEYWORD.
046300     WRITE RP-REPORT-LINE FROM RP-WORK-LINE.
046400     ADD 1 TO WS-WORKLIST-COUNT.
046500 5000-EXIT.
046600     EXIT.
046700*****************************************************************
046800*    8000-FINALIZE - REPLY SUMMARY, THEN CLOSE EVERYTHING        *
046900*****************************************************************
047000 8000-FINALIZE.
047100     MOVE WS-READ-COUNT     TO RP-S1-COUNT.
047200     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE-1.
047300     MOVE WS-STOP-COUNT     TO RP-S2-COUNT.
047400     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE-2.
047500     MOVE WS-ACCEPT-COUNT   TO RP-S3-COUNT.
047600     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE-3.
047700     MOVE WS-DECLINE-COUNT  TO RP-S4-COUNT.
047800     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE-4.
047900     MOVE WS-WORKLIST-COUNT TO RP-S5-COUNT.
048000     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE-5.
048100     CLOSE RP-REPLY-FILE.
048200     CLOSE RP-REPORT-FILE.
048300     MOVE 'E' TO RCTL-ACTION
048400     CALL 'LGRCTL01' USING RCTL-REQUEST.
048500 8000-EXIT.
048600     EXIT.
048700*****************************************************************
048800*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
048900*****************************************************************
049000 9999-EXIT.
049100     STOP RUN.
