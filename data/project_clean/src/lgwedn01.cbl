000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGWEDN01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        POLICY WORDING EDITION CHANGE NOTICES - DAILY.
000800                 PICKS UP EACH WORDINGEDITION ROW THAT HAS GONE
000900                 LIVE BY THE BUSINESS DATE AND NOT YET BEEN
001000                 NOTICED.  LISTS THE LIVE POLICIES OF THE TYPE
001100                 STILL HELD ON ANOTHER EDITION AND QUEUES A
001200                 WORDING CHANGE NOTICE TO EACH POLICYHOLDER ON
001300                 NOTIFICATIONQUEUE; POLICIES WITH NO CONTACT
001400                 DETAIL ARE LISTED FOR A POSTAL NOTICE.  THE
001500                 POLICY TAKES THE NEW EDITION AT ITS NEXT
001600                 RENEWAL OR MID-TERM CHANGE.  THE FIRST EDITION
001700                 SET UP FOR A TYPE IS STAMPED ON ITS LIVE
001800                 POLICIES WITHOUT NOTICE.
001900*****************************************************************
002000*    MODIFICATION HISTORY                                      *
002100*    DATE      INIT   DESCRIPTION                               *
002200*    10/15/26  LGIT   INITIAL VERSION                           *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.    IBM-370.
002700 OBJECT-COMPUTER.    IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT EDITION-REPORT-FILE ASSIGN TO WEDNRPT
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-WEDNRPT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  EDITION-REPORT-FILE
003600     RECORDING MODE IS F.
003700 01  WE-REPORT-LINE              PIC X(133).
003800 WORKING-STORAGE SECTION.
003900*****************************************************************
004000*    FILE STATUS, SWITCHES AND COUNTERS                        *
004100*****************************************************************
004200 77  WS-WEDNRPT-STATUS           PIC X(02) VALUE SPACES.
004300     88  WS-WEDNRPT-OK                     VALUE '00'.
004400 77  WS-EDITION-EOF-SWITCH       PIC X(01) VALUE 'N'.
004500     88  WS-EDITION-EOF                    VALUE 'Y'.
004600 77  WS-POLICY-EOF-SWITCH        PIC X(01) VALUE 'N'.
004700     88  WS-POLICY-EOF                     VALUE 'Y'.
004800 77  WS-EDITION-COUNT            PIC S9(9) COMP VALUE +0.
004900 77  WS-AFFECTED-COUNT           PIC S9(9) COMP VALUE +0.
005000 77  WS-NOTICE-COUNT             PIC S9(9) COMP VALUE +0.
005100 77  WS-POSTAL-COUNT             PIC S9(9) COMP VALUE +0.
005200 77  WS-ED-AFFECTED              PIC S9(9) COMP VALUE +0.
005300 77  WS-ED-NOTICES               PIC S9(9) COMP VALUE +0.
005400 77  WS-ED-POSTAL                PIC S9(9) COMP VALUE +0.
005500*****************************************************************
005600*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
005700*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
005800*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
005900*    RIGHT DATED OUTPUT AND SELECTIONS                            *
006000*****************************************************************
006100 01  WS-BUSINESS-DATE.
006200     05  WS-BD-YYYY              PIC 9(04).
006300     05  FILLER                  PIC X(01).
006400     05  WS-BD-MM                PIC 9(02).
006500     05  FILLER                  PIC X(01).
006600     05  WS-BD-DD                PIC 9(02).
006700 01  WS-CURRENT-DATE-TIME.
006800     05  WS-CD-YYYY              PIC 9(04).
006900     05  WS-CD-MM                PIC 9(02).
007000     05  WS-CD-DD                PIC 9(02).
007100     05  FILLER                  PIC X(10).
007200 01  WS-RUNDATE-ISO              PIC X(10).
007300 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
007400     05  WS-RI-YYYY              PIC 9(04).
007500     05  FILLER                  PIC X(01).
007600     05  WS-RI-MM                PIC 9(02).
007700     05  FILLER                  PIC X(01).
007800     05  WS-RI-DD                PIC 9(02).
007900*****************************************************************
008000*    DB2 HOST VARIABLES                                        *
008100*****************************************************************
008200 01  DB2-EDITION-ROW.
008300     05  DB2-WE-POLICYTYPE       PIC X(01).
008400     05  DB2-WE-EDITIONCODE      PIC X(08).
008500     05  DB2-WE-EFFECTIVEDATE    PIC X(10).
008600     05  DB2-WE-DESCRIPTION      PIC X(40).
008700     05  DB2-WE-KIND             PIC X(01).
008800         88  DB2-WE-SUPERSEDED             VALUE 'S'.
008900         88  DB2-WE-BASELINE               VALUE 'B'.
009000 01  DB2-AFFECTED-ROW.
009100     05  DB2-POLICYNUM-INT       PIC S9(9) COMP.
009200     05  DB2-CUSTOMERNUM-INT     PIC S9(9) COMP.
009300     05  DB2-HELD-EDITION        PIC X(08).
009400     05  DB2-EXPIRYDATE          PIC X(10).
009500 01  DB2-NOTICE-COUNT            PIC S9(9) COMP.
009600 01  DB2-NOTIFY-EMAIL            PIC X(50).
009700 01  DB2-NOTIFY-MOBILE           PIC X(12).
009800 01  DB2-NOTIFY-CHANNEL          PIC X(01).
009900 01  DB2-NOTIFY-CONTACT          PIC X(50).
010000*****************************************************************
010100*    REPORT LINE LAYOUTS                                       *
010200*****************************************************************
010300 01  WE-HEADING-1.
010400     05  FILLER                  PIC X(48) VALUE
010500         'LG INSURANCE - POLICY WORDING EDITION CHANGES'.
010600     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
010700     05  WE-H1-RUNDATE           PIC X(10) VALUE SPACES.
010800     05  FILLER                  PIC X(66) VALUE SPACES.
010900 01  WE-EDITION-LINE.
011000     05  FILLER                  PIC X(05) VALUE 'TYPE '.
011100     05  WE-E-POLICYTYPE         PIC X(01).
011200     05  FILLER                  PIC X(09) VALUE ' EDITION '.
011300     05  WE-E-EDITIONCODE        PIC X(08).
011400     05  FILLER                  PIC X(11) VALUE ' EFFECTIVE '.
011500     05  WE-E-EFFECTIVEDATE      PIC X(10).
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  WE-E-DESCRIPTION        PIC X(40).
011800     05  FILLER                  PIC X(47) VALUE SPACES.
011900 01  WE-STATUS-LINE.
012000     05  FILLER                  PIC X(04) VALUE SPACES.
012100     05  WE-S-MESSAGE            PIC X(50).
012200     05  WE-S-COUNT              PIC ZZZ,ZZ9.
012300     05  WE-S-COUNT-X            REDEFINES WE-S-COUNT
012400                                 PIC X(07).
012500     05  FILLER                  PIC X(72) VALUE SPACES.
012600 01  WE-HEADING-2.
012700     05  FILLER                  PIC X(04) VALUE SPACES.
012800     05  FILLER                  PIC X(12) VALUE 'POLICY'.
012900     05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
013000     05  FILLER                  PIC X(10) VALUE 'HELD'.
013100     05  FILLER                  PIC X(12) VALUE 'EXPIRY'.
013200     05  FILLER                  PIC X(07) VALUE 'CHANNEL'.
013300     05  FILLER                  PIC X(20) VALUE ' RESULT'.
013400     05  FILLER                  PIC X(56) VALUE SPACES.
013500 01  WE-DETAIL-LINE.
013600     05  FILLER                  PIC X(04) VALUE SPACES.
013700     05  WE-D-POLICYNUM          PIC 9(10).
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  WE-D-CUSTOMERNUM        PIC 9(10).
014000     05  FILLER                  PIC X(02) VALUE SPACES.
014100     05  WE-D-HELD-EDITION       PIC X(08).
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  WE-D-EXPIRYDATE         PIC X(10).
014400     05  FILLER                  PIC X(05) VALUE SPACES.
014500     05  WE-D-CHANNEL            PIC X(01).
014600     05  FILLER                  PIC X(04) VALUE SPACES.
014700     05  WE-D-RESULT             PIC X(20).
014800     05  FILLER                  PIC X(55) VALUE SPACES.
014900 01  WE-EDITION-TOTAL-LINE.
015000     05  FILLER                  PIC X(04) VALUE SPACES.
015100     05  FILLER                  PIC X(18) VALUE
015200         'POLICIES AFFECTED '.
015300     05  WE-ET-AFFECTED          PIC ZZZ,ZZ9.
015400     05  FILLER                  PIC X(04) VALUE SPACES.
015500     05  FILLER                  PIC X(15) VALUE
015600         'NOTICES QUEUED '.
015700     05  WE-ET-NOTICES           PIC ZZZ,ZZ9.
015800     05  FILLER                  PIC X(04) VALUE SPACES.
015900     05  FILLER                  PIC X(18) VALUE
016000         'FOR POSTAL NOTICE '.
016100     05  WE-ET-POSTAL            PIC ZZZ,ZZ9.
016200     05  FILLER                  PIC X(49) VALUE SPACES.
016300 01  WE-TOTAL-LINE.
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  FILLER                  PIC X(20) VALUE
016600         'EDITIONS GONE LIVE'.
016700     05  WE-T-EDITIONS           PIC ZZZ,ZZ9.
016800     05  FILLER                  PIC X(04) VALUE SPACES.
016900     05  FILLER                  PIC X(20) VALUE
017000         'POLICIES AFFECTED'.
017100     05  WE-T-AFFECTED           PIC ZZZ,ZZ9.
017200     05  FILLER                  PIC X(04) VALUE SPACES.
017300     05  FILLER                  PIC X(20) VALUE
017400         'NOTICES QUEUED'.
017500     05  WE-T-NOTICES            PIC ZZZ,ZZ9.
017600     05  FILLER                  PIC X(04) VALUE SPACES.
017700     05  FILLER                  PIC X(20) VALUE
017800         'FOR POSTAL NOTICE'.
017900     05  WE-T-POSTAL             PIC ZZZ,ZZ9.
018000     05  FILLER                  PIC X(11) VALUE SPACES.
018100 01  WE-BLANK-LINE               PIC X(133) VALUE SPACES.
018200     EXEC SQL
018300         INCLUDE SQLCA
018400     END-EXEC.
018500     COPY LGRCTL.
018600*****************************************************************
018700*    EDITIONS IN FORCE BY THE RUN DATE THAT HAVE NOT YET BEEN    *
018800*    NOTICED, OLDEST FIRST WITHIN EACH TYPE.  ONE ALREADY        *
018900*    OVERTAKEN BY A LATER LIVE EDITION IS SUPERSEDED ('S') AND   *
019000*    NOTHING IS SENT FOR IT; THE FIRST EDITION EVER SET UP FOR   *
019100*    A TYPE IS ITS BASELINE ('B'); ANY OTHER IS A CHANGE ('N').  *
019200*****************************************************************
019300     EXEC SQL
019400         DECLARE WE-EDITION CURSOR FOR
019500           SELECT W.POLICYTYPE,
019600                  W.EDITIONCODE,
019700                  W.EFFECTIVEDATE,
019800                  COALESCE(W.DESCRIPTION, ' '),
019900                  CASE WHEN EXISTS
020000                            ( SELECT 1
020100                                FROM WORDINGEDITION L
020200                               WHERE L.POLICYTYPE = W.POLICYTYPE
020300                                 AND L.EFFECTIVEDATE >
020400                                     W.EFFECTIVEDATE
020500                                 AND L.EFFECTIVEDATE <=
020600                                     :WS-RUNDATE-ISO )
020700                       THEN 'S'
020800                       WHEN NOT EXISTS
020900                            ( SELECT 1
021000                                FROM WORDINGEDITION E
021100                               WHERE E.POLICYTYPE = W.POLICYTYPE
021200                                 AND E.EFFECTIVEDATE <
021300                                     W.EFFECTIVEDATE )
021400                       THEN 'B'
021500                       ELSE 'N' END
021600             FROM WORDINGEDITION W
021700            WHERE W.EFFECTIVEDATE <= :WS-RUNDATE-ISO
021800              AND W.NOTICEDDATE IS NULL
021900            ORDER BY W.POLICYTYPE, W.EFFECTIVEDATE
022000     END-EXEC.
022100*****************************************************************
022200*    LIVE POLICIES OF THE TYPE HELD ON ANY OTHER EDITION.  A     *
022300*    POLICY IS LIVE UNTIL IT EXPIRES UNLESS IT HAS BEEN          *
022400*    CANCELLED, LAPSED, DECLINED, MATURED, SURRENDERED OR ENDED  *
022500*    ON A DEATH CLAIM.                                           *
022600*****************************************************************
022700     EXEC SQL
022800         DECLARE WE-AFFECTED CURSOR FOR
022900           SELECT P.POLICYNUMBER,
023000                  P.CUSTOMERNUMBER,
023100                  COALESCE(P.WORDINGEDITION, ' '),
023200                  P.EXPIRYDATE
023300             FROM POLICY P
023400            WHERE P.POLICYTYPE = :DB2-WE-POLICYTYPE
023500              AND COALESCE(P.WORDINGEDITION, ' ')
023600                  <> :DB2-WE-EDITIONCODE
023700              AND P.EXPIRYDATE >= :WS-RUNDATE-ISO
023800              AND COALESCE(P.STATUS, ' ')
023900                  NOT IN ('C', 'L', 'D', 'M', 'S', 'X')
024000            ORDER BY P.POLICYNUMBER
024100     END-EXEC.
024200 LINKAGE SECTION.
024300 PROCEDURE DIVISION.
024400*****************************************************************
024500*    0000-MAINLINE                                             *
024600*****************************************************************
024700 0000-MAINLINE SECTION.
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900     PERFORM 2000-PROCESS-EDITIONS THRU 2000-EXIT.
025000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
025100     GO TO 9999-EXIT.
025200 0000-MAINLINE-EXIT.
025300     EXIT.
025400*****************************************************************
025500*    1000-INITIALIZE - REGISTER THE RUN, OPEN THE REPORT         *
025600*****************************************************************
025700 1000-INITIALIZE.
025800     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
025900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
026000*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
026100*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
026200*    PROTECTION LIVE IN LGRCTL01
026300     MOVE 'S'        TO RCTL-ACTION
026400     MOVE 'LGWEDN01' TO RCTL-JOBNAME
026500     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
026600     MOVE WS-CD-MM   TO RCTL-BD-MM
026700     MOVE WS-CD-DD   TO RCTL-BD-DD
026800     MOVE '-'        TO RCTL-BD-S1
026900     MOVE '-'        TO RCTL-BD-S2
027000     CALL 'LGRCTL01' USING RCTL-REQUEST
027100     IF RCTL-RC NOT EQUAL '00'
027200         DISPLAY 'LGWEDN01 - RUN CONTROL REFUSED, RC='
027300                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
027400         GO TO 9999-EXIT
027500     END-IF.
027600     MOVE WS-CD-YYYY TO WS-RI-YYYY.
027700     MOVE WS-CD-MM   TO WS-RI-MM.
027800     MOVE WS-CD-DD   TO WS-RI-DD.
027900     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
028000     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
028100     OPEN OUTPUT EDITION-REPORT-FILE.
028200     IF NOT WS-WEDNRPT-OK
028300         DISPLAY 'LGWEDN01 - WEDNRPT OPEN FAILED, STATUS='
028400                 WS-WEDNRPT-STATUS
028500         GO TO 9999-EXIT
028600     END-IF.
028700     MOVE WS-RUNDATE-ISO TO WE-H1-RUNDATE.
028800     WRITE WE-REPORT-LINE FROM WE-HEADING-1.
028900 1000-EXIT.
029000     EXIT.
029100*****************************************************************
029200*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
029300*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
029400*****************************************************************
029500 1050-GET-BUSINESS-DATE.
029600     EXEC SQL
029700         SELECT BUSINESSDATE
029800           INTO :WS-BUSINESS-DATE
029900           FROM BUSINESSDATE
030000          WHERE CONTROLID = 'LG'
030100     END-EXEC.
030200     IF SQLCODE EQUAL 0
030300         MOVE WS-BD-YYYY TO WS-CD-YYYY
030400         MOVE WS-BD-MM   TO WS-CD-MM
030500         MOVE WS-BD-DD   TO WS-CD-DD
030600     END-IF.
030700 1050-EXIT.
030800     EXIT.
030900*****************************************************************
031000*    2000-PROCESS-EDITIONS - EACH EDITION GONE LIVE IN TURN      *
031100*****************************************************************
031200 2000-PROCESS-EDITIONS.
031300     EXEC SQL
031400         OPEN WE-EDITION
031500     END-EXEC.
031600     IF SQLCODE NOT EQUAL 0
031700         DISPLAY 'LGWEDN01 - EDITION CURSOR OPEN, SQLCODE='
031800                 SQLCODE
031900         GO TO 9999-EXIT
032000     END-IF.
032100     PERFORM 2100-FETCH-EDITION THRU 2100-EXIT.
032200     PERFORM 3000-EDITION THRU 3000-EXIT
032300         UNTIL WS-EDITION-EOF.
032400     EXEC SQL
032500         CLOSE WE-EDITION
032600     END-EXEC.
032700 2000-EXIT.
032800     EXIT.
032900 2100-FETCH-EDITION.
033000     EXEC SQL
033100         FETCH WE-EDITION
033200           INTO :DB2-WE-POLICYTYPE, :DB2-WE-EDITIONCODE,
033300                :DB2-WE-EFFECTIVEDATE, :DB2-WE-DESCRIPTION,
033400                :DB2-WE-KIND
033500     END-EXEC.
033600     EVALUATE SQLCODE
033700         WHEN 0
033800             CONTINUE
033900         WHEN 100
034000             MOVE 'Y' TO WS-EDITION-EOF-SWITCH
034100         WHEN OTHER
034200             DISPLAY 'LGWEDN01 - EDITION FETCH, SQLCODE=' SQLCODE
034300             GO TO 9999-EXIT
034400     END-EVALUATE.
034500 2100-EXIT.
034600     EXIT.
034700*****************************************************************
034800*    3000-EDITION - PRINT THE EDITION, DEAL WITH IT BY KIND AND  *
034900*    MARK IT NOTICED SO IT IS NOT PICKED UP AGAIN                *
035000*****************************************************************
035100 3000-EDITION.
035200     ADD 1 TO WS-EDITION-COUNT.
035300     MOVE 0 TO DB2-NOTICE-COUNT.
035400     WRITE WE-REPORT-LINE FROM WE-BLANK-LINE.
035500     MOVE DB2-WE-POLICYTYPE    TO WE-E-POLICYTYPE.
035600     MOVE DB2-WE-EDITIONCODE   TO WE-E-EDITIONCODE.
035700     MOVE DB2-WE-EFFECTIVEDATE TO WE-E-EFFECTIVEDATE.
035800     MOVE DB2-WE-DESCRIPTION   TO WE-E-DESCRIPTION.
035900     WRITE WE-REPORT-LINE FROM WE-EDITION-LINE.
036000     EVALUATE TRUE
036100         WHEN DB2-WE-SUPERSEDED
036200             MOVE 'SUPERSEDED BY A LATER EDITION - NO NOTICES'
036300                                       TO WE-S-MESSAGE
036400             MOVE SPACES               TO WE-S-COUNT-X
036500             WRITE WE-REPORT-LINE FROM WE-STATUS-LINE
036600         WHEN DB2-WE-BASELINE
036700             PERFORM 3100-BASELINE THRU 3100-EXIT
036800         WHEN OTHER
036900             PERFORM 3200-NOTIFY-AFFECTED THRU 3200-EXIT
037000     END-EVALUATE.
037100     PERFORM 3900-MARK-NOTICED THRU 3900-EXIT.
037200     PERFORM 2100-FETCH-EDITION THRU 2100-EXIT.
037300 3000-EXIT.
037400     EXIT.
037500*****************************************************************
037600*    3100-BASELINE - THE TYPE'S FIRST EDITION.  ITS LIVE         *
037700*    POLICIES CARRY NO EDITION YET, SO THEY ARE RECORDED AGAINST *
037800*    IT; THE WORDING ITSELF HAS NOT CHANGED AND NO NOTICE GOES   *
037900*****************************************************************
038000 3100-BASELINE.
038100     EXEC SQL
038200         UPDATE POLICY
038300            SET WORDINGEDITION = :DB2-WE-EDITIONCODE
038400          WHERE POLICYTYPE = :DB2-WE-POLICYTYPE
038500            AND COALESCE(WORDINGEDITION, ' ') = ' '
038600            AND EXPIRYDATE >= :WS-RUNDATE-ISO
038700            AND COALESCE(STATUS, ' ')
038800                NOT IN ('C', 'L', 'D', 'M', 'S', 'X')
038900     END-EXEC.
039000     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
039100         DISPLAY 'LGWEDN01 - BASELINE UPDATE, SQLCODE=' SQLCODE
039200         GO TO 9999-EXIT
039300     END-IF.
039400     MOVE 0 TO WE-S-COUNT.
039500     IF SQLCODE EQUAL 0
039600         MOVE SQLERRD(3) TO WE-S-COUNT
039700     END-IF.
039800     MOVE 'FIRST EDITION FOR THE TYPE - LIVE POLICIES STAMPED'
039900                                   TO WE-S-MESSAGE.
040000     WRITE WE-REPORT-LINE FROM WE-STATUS-LINE.
040100 3100-EXIT.
040200     EXIT.
040300*****************************************************************
040400*    3200-NOTIFY-AFFECTED - A CHANGE NOTICE TO EACH LIVE POLICY  *
040500*    STILL HELD ON ANOTHER EDITION.  THE POLICY KEEPS THE        *
040600*    EDITION IT WAS WRITTEN ON UNTIL ITS NEXT RENEWAL OR MTA     *
040700*****************************************************************
040800 3200-NOTIFY-AFFECTED.
040900     MOVE 0   TO WS-ED-AFFECTED.
041000     MOVE 0   TO WS-ED-NOTICES.
041100     MOVE 0   TO WS-ED-POSTAL.
041200     MOVE 'N' TO WS-POLICY-EOF-SWITCH.
041300     EXEC SQL
041400         OPEN WE-AFFECTED
041500     END-EXEC.
041600     IF SQLCODE NOT EQUAL 0
041700         DISPLAY 'LGWEDN01 - POLICY CURSOR OPEN, SQLCODE='
041800                 SQLCODE
041900         GO TO 9999-EXIT
042000     END-IF.
042100     WRITE WE-REPORT-LINE FROM WE-HEADING-2.
042200     PERFORM 3250-FETCH-AFFECTED THRU 3250-EXIT.
042300     PERFORM 3300-NOTIFY-POLICY THRU 3300-EXIT
042400         UNTIL WS-POLICY-EOF.
042500     EXEC SQL
042600         CLOSE WE-AFFECTED
042700     END-EXEC.
042800     MOVE WS-ED-AFFECTED TO WE-ET-AFFECTED.
042900     MOVE WS-ED-NOTICES  TO WE-ET-NOTICES.
043000     MOVE WS-ED-POSTAL   TO WE-ET-POSTAL.
043100     WRITE WE-REPORT-LINE FROM WE-EDITION-TOTAL-LINE.
043200     MOVE WS-ED-NOTICES TO DB2-NOTICE-COUNT.
043300     ADD WS-ED-AFFECTED TO WS-AFFECTED-COUNT.
043400     ADD WS-ED-NOTICES  TO WS-NOTICE-COUNT.
043500     ADD WS-ED-POSTAL   TO WS-POSTAL-COUNT.
043600 3200-EXIT.
043700     EXIT.
043800 3250-FETCH-AFFECTED.
043900     EXEC SQL
044000         FETCH WE-AFFECTED
044100           INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
044200                :DB2-HELD-EDITION, :DB2-EXPIRYDATE
044300     END-EXEC.
044400     EVALUATE SQLCODE
044500         WHEN 0
044600             CONTINUE
044700         WHEN 100
044800             MOVE 'Y' TO WS-POLICY-EOF-SWITCH
044900         WHEN OTHER
045000             DISPLAY 'LGWEDN01 - POLICY FETCH, SQLCODE=' SQLCODE
045100             GO TO 9999-EXIT
045200     END-EVALUATE.
045300 3250-EXIT.
045400     EXIT.
045500 3300-NOTIFY-POLICY.
045600     ADD 1 TO WS-ED-AFFECTED.
045700     PERFORM 3400-QUEUE-NOTICE THRU 3400-EXIT.
045800     MOVE DB2-POLICYNUM-INT   TO WE-D-POLICYNUM.
045900     MOVE DB2-CUSTOMERNUM-INT TO WE-D-CUSTOMERNUM.
046000     MOVE DB2-HELD-EDITION    TO WE-D-HELD-EDITION.
046100     MOVE DB2-EXPIRYDATE      TO WE-D-EXPIRYDATE.
046200     MOVE DB2-NOTIFY-CHANNEL  TO WE-D-CHANNEL.
046300     IF DB2-NOTIFY-CONTACT EQUAL SPACES
046400         MOVE 'NO CONTACT - POST' TO WE-D-RESULT
046500         ADD 1 TO WS-ED-POSTAL
046600     ELSE
046700         MOVE 'NOTICE QUEUED'     TO WE-D-RESULT
046800         ADD 1 TO WS-ED-NOTICES
046900     END-IF.
047000     WRITE WE-REPORT-LINE FROM WE-DETAIL-LINE.
047100     PERFORM 3250-FETCH-AFFECTED THRU 3250-EXIT.
047200 3300-EXIT.
047300     EXIT.
047400*****************************************************************
047500*    3400-QUEUE-NOTICE - WORDING CHANGE NOTICE ONTO THE QUEUE    *
047600*    THE LGNTFD01 DISPATCHER DRAINS                              *
047700*****************************************************************
047800 3400-QUEUE-NOTICE.
047900*    THE DELIVERY CHANNEL COMES FROM THE CUSTOMER'S RECORDED
048000*    SERVICE-COMMUNICATION PREFERENCE, AS THE POLICY-BOUND
048100*    SENDER DOES; EMAIL REMAINS THE DEFAULT WHEN NO
048200*    PREFERENCE IS HELD
048300     MOVE SPACES TO DB2-NOTIFY-EMAIL.
048400     MOVE SPACES TO DB2-NOTIFY-MOBILE.
048500     EXEC SQL
048600         SELECT EMAILADDRESS, PHONEMOBILE
048700           INTO :DB2-NOTIFY-EMAIL, :DB2-NOTIFY-MOBILE
048800           FROM CUSTOMER
048900          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
049000     END-EXEC.
049100     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
049200         DISPLAY 'LGWEDN01 - EMAIL SELECT, SQLCODE='
049300                 SQLCODE
049400         GO TO 9999-EXIT
049500     END-IF.
049600     MOVE 'E' TO DB2-NOTIFY-CHANNEL.
049700     EXEC SQL
049800         SELECT CHANNEL
049900           INTO :DB2-NOTIFY-CHANNEL
050000           FROM CUSTCONSENT
050100          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
050200            AND COMMTYPE = 'SVC'
050300            AND CONSENTFLAG = 'Y'
050400     END-EXEC.
050500     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
050600         MOVE 'E' TO DB2-NOTIFY-CHANNEL
050700     END-IF.
050800     IF DB2-NOTIFY-CHANNEL EQUAL 'S'
050900         MOVE DB2-NOTIFY-MOBILE TO DB2-NOTIFY-CONTACT
051000     ELSE
051100         MOVE DB2-NOTIFY-EMAIL  TO DB2-NOTIFY-CONTACT
051200     END-IF.
051300     IF DB2-NOTIFY-CONTACT NOT EQUAL SPACES
051400         EXEC SQL
051500             INSERT INTO NOTIFICATIONQUEUE
051600                       ( CUSTOMERNUM,
051700                         POLICYNUM,
051800                         EMAILADDRESS,
051900                         CHANNEL,
052000                         NOTIFYTYPE,
052100                         STATUS,
052200                         QUEUEDTIME )
052300                VALUES ( :DB2-CUSTOMERNUM-INT,
052400                         :DB2-POLICYNUM-INT,
052500                         :DB2-NOTIFY-CONTACT,
052600                         :DB2-NOTIFY-CHANNEL,
052700                         'WORDINGCHG',
052800                         'PENDING',
052900                         CURRENT TIMESTAMP )
053000         END-EXEC
053100         IF SQLCODE NOT EQUAL 0
053200             DISPLAY 'LGWEDN01 - NOTIFY INSERT, SQLCODE='
053300                     SQLCODE
053400             GO TO 9999-EXIT
053500         END-IF
053600     END-IF.
053700 3400-EXIT.
053800     EXIT.
053900*****************************************************************
054000*    3900-MARK-NOTICED - STAMP THE RUN DATE AND THE NOTICES SENT *
054100*    ON THE EDITION                                              *
054200*****************************************************************
054300 3900-MARK-NOTICED.
054400     EXEC SQL
054500         UPDATE WORDINGEDITION
054600            SET NOTICEDDATE = :WS-RUNDATE-ISO,
054700                NOTICECOUNT = :DB2-NOTICE-COUNT
054800          WHERE POLICYTYPE  = :DB2-WE-POLICYTYPE
054900            AND EDITIONCODE = :DB2-WE-EDITIONCODE
055000     END-EXEC.
055100     IF SQLCODE NOT EQUAL 0
055200         DISPLAY 'LGWEDN01 - EDITION UPDATE, SQLCODE=' SQLCODE
055300         GO TO 9999-EXIT
055400     END-IF.
055500 3900-EXIT.
055600     EXIT.
055700*****************************************************************
055800*    8000-FINALIZE                                             *
055900*****************************************************************
056000 8000-FINALIZE.
056100     WRITE WE-REPORT-LINE FROM WE-BLANK-LINE.
056200     MOVE WS-EDITION-COUNT  TO WE-T-EDITIONS.
056300     MOVE WS-AFFECTED-COUNT TO WE-T-AFFECTED.
056400     MOVE WS-NOTICE-COUNT   TO WE-T-NOTICES.
056500     MOVE WS-POSTAL-COUNT   TO WE-T-POSTAL.
056600     WRITE WE-REPORT-LINE FROM WE-TOTAL-LINE.
056700     CLOSE EDITION-REPORT-FILE.
056800     MOVE WS-NOTICE-COUNT TO RCTL-RECORD-COUNT.
056900     MOVE 'E' TO RCTL-ACTION
057000     CALL 'LGRCTL01' USING RCTL-REQUEST.
057100 8000-EXIT.
057200     EXIT.
057300*****************************************************************
057400*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
057500*****************************************************************
057600 9999-EXIT.
057700     STOP RUN.
