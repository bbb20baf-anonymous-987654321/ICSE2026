000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGELT01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        PERIODIC EMPLOYERS' LIABILITY TRACING OFFICE
000800                 FEED - DELTA OF IN-FORCE EL COVER ON
000900                 COMMERCIAL POLICIES (NEW COVER, AMENDMENTS TO
001000                 THE ERN, EMPLOYER OR LIMIT, AND CANCELLATIONS
001100                 WHEN THE POLICY OR THE EL PERIL COMES OFF)
001200                 SINCE THE LAST SUCCESSFUL RUN, IN THE TRACING
001300                 OFFICE RECORD LAYOUT, WITH THE OFFICE'S
001400                 ACCEPTANCE/REJECTION FILE FROM THE PRIOR
001500                 CYCLE APPLIED BACK AND REJECTS WORKED FROM AN
001600                 EXCEPTIONS LIST.  THE SAME SUBMISSION/RETURN
001700                 SHAPE AS THE MOTOR DATABASE FEED (LGMID01),
001800                 RUN-CONTROLLED AND CHECKPOINTED LIKE THE REST
001900                 OF THE SUITE.
002000*****************************************************************
002100*    MODIFICATION HISTORY                                      *
002200*    DATE      INIT   DESCRIPTION                               *
002300*    10/15/26  LGIT   INITIAL VERSION                           *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.    IBM-370.
002800 OBJECT-COMPUTER.    IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ELT-FEED-FILE ASSIGN TO ELTFEED
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-ELTFEED-STATUS.
003400     SELECT ELT-RETURN-FILE ASSIGN TO ELTRETN
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-ELTRETN-STATUS.
003700     SELECT ELT-REPORT-FILE ASSIGN TO ELTRPT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-ELTRPT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200*****************************************************************
004300*    THE TRACING OFFICE RECORD - FIXED 150 BYTES, HDR/DTL/TRL   *
004400*****************************************************************
004500 FD  ELT-FEED-FILE
004600     RECORDING MODE IS F.
004700 01  EF-FEED-RECORD              PIC X(150).
004800 FD  ELT-RETURN-FILE
004900     RECORDING MODE IS F.
005000 01  ER-RETURN-RECORD.
005100     05  ER-POLICYNUM            PIC 9(10).
005200     05  ER-TRANCODE             PIC X(03).
005300     05  ER-STATUS               PIC X(01).
005400     05  ER-REASON               PIC X(30).
005500     05  FILLER                  PIC X(36).
005600 FD  ELT-REPORT-FILE
005700     RECORDING MODE IS F.
005800 01  ED-REPORT-LINE              PIC X(133).
005900 WORKING-STORAGE SECTION.
006000 77  WS-ELTFEED-STATUS           PIC X(02) VALUE SPACES.
006100     88  WS-ELTFEED-OK                     VALUE '00'.
006200 77  WS-ELTRETN-STATUS           PIC X(02) VALUE SPACES.
006300     88  WS-ELTRETN-OK                     VALUE '00'.
006400     88  WS-ELTRETN-ABSENT                 VALUE '35'.
006500 77  WS-ELTRPT-STATUS            PIC X(02) VALUE SPACES.
006600     88  WS-ELTRPT-OK                      VALUE '00'.
006700 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
006800     88  WS-DB2-EOF                        VALUE 'Y'.
006900 77  WS-RETN-EOF-SWITCH          PIC X(01) VALUE 'N'.
007000     88  WS-RETN-EOF                       VALUE 'Y'.
007100 77  WS-RETN-OPEN-SWITCH         PIC X(01) VALUE 'N'.
007200     88  WS-RETN-OPEN                      VALUE 'Y'.
007300 77  WS-FEED-COUNT               PIC 9(07) COMP-3 VALUE 0.
007400 77  WS-ACCEPT-COUNT             PIC 9(07) COMP-3 VALUE 0.
007500 77  WS-REJECT-COUNT             PIC 9(07) COMP-3 VALUE 0.
007600*****************************************************************
007700*    CHECKPOINT/RESTART - THE SAME BATCHCHECKPOINT MACHINERY    *
007800*    THE MOTOR DATABASE FEED USES, KEYED BY JOBNAME ALONE       *
007900*****************************************************************
008000 77  WS-JOBNAME                  PIC X(08) VALUE 'LGELT01 '.
008100 77  WS-CKPT-LASTKEY             PIC S9(9) COMP VALUE 0.
008200 77  WS-CKPT-STATUS              PIC X(01) VALUE SPACE.
008300     88  WS-CKPT-COMPLETE                  VALUE 'C'.
008400 77  WS-CKPT-RUNDATE             PIC X(10) VALUE SPACES.
008500 77  WS-CKPT-WINDOW-END          PIC X(26) VALUE SPACES.
008600 77  WS-RESTART-SWITCH           PIC X(01) VALUE 'N'.
008700     88  WS-IS-RESTART                     VALUE 'Y'.
008800 77  WS-CKPT-COMMIT-INTERVAL     PIC 9(04) VALUE 100.
008900 77  WS-CKPT-COMMIT-COUNT        PIC 9(04) VALUE 0.
009000 01  WS-RUNDATE-ISO              PIC X(10).
009100 01  WS-RUNDATE-BREAKDOWN        REDEFINES WS-RUNDATE-ISO.
009200     05  WS-RDI-YYYY             PIC X(04).
009300     05  FILLER                  PIC X(01).
009400     05  WS-RDI-MM               PIC X(02).
009500     05  FILLER                  PIC X(01).
009600     05  WS-RDI-DD               PIC X(02).
009700*****************************************************************
009800*    DELTA WINDOW - HIGH-WATER TIMESTAMP ON EXTRACTCONTROL,     *
009900*    THE LGDWEX01 PATTERN.  THE WATERMARK ONLY ADVANCES ONCE    *
010000*    THE WHOLE FEED IS ON THE FILE                              *
010100*****************************************************************
010200 01  WS-LAST-RUN-TS              PIC X(26).
010300 01  WS-THIS-RUN-TS              PIC X(26).
010400*****************************************************************
010500*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
010600*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
010700*    IS ABSENT                                                  *
010800*****************************************************************
010900 01  WS-BUSINESS-DATE.
011000     05  WS-BD-YYYY              PIC 9(04).
011100     05  FILLER                  PIC X(01).
011200     05  WS-BD-MM                PIC 9(02).
011300     05  FILLER                  PIC X(01).
011400     05  WS-BD-DD                PIC 9(02).
011500 01  WS-CURRENT-DATE-TIME.
011600     05  WS-CD-YYYY              PIC 9(04).
011700     05  WS-CD-MM                PIC 9(02).
011800     05  WS-CD-DD                PIC 9(02).
011900     05  FILLER                  PIC X(10).
012000 01  WS-TODAY-DATE-ISO           PIC X(10).
012100 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
012200     05  WS-TD-YYYY              PIC X(04).
012300     05  FILLER                  PIC X(01).
012400     05  WS-TD-MM                PIC X(02).
012500     05  FILLER                  PIC X(01).
012600     05  WS-TD-DD                PIC X(02).
012700*****************************************************************
012800*    DB2 DELTA ROW - ON-FILE 'Y' WHEN THE OFFICE ALREADY HOLDS  *
012900*    LIVE COVER FOR THE POLICY FROM AN EARLIER SUBMISSION       *
013000*****************************************************************
013100 01  DB2-POLICYNUM-INT           PIC S9(9) COMP.
013200 01  DB2-POLICY-STATUS           PIC X(01).
013300 01  DB2-ISSUEDATE               PIC X(10).
013400 01  DB2-EXPIRYDATE              PIC X(10).
013500 01  DB2-CUSTOMER                PIC X(30).
013600 01  DB2-ADDRESS                 PIC X(30).
013700 01  DB2-POSTCODE                PIC X(08).
013800 01  DB2-ELPERIL-INT             PIC S9(4) COMP.
013900 01  DB2-ELLIMIT-INT             PIC S9(9) COMP.
014000 01  DB2-ERN                     PIC X(14).
014100 01  DB2-ERNEXEMPT               PIC X(01).
014200 01  DB2-ON-FILE                 PIC X(01).
014300 01  WS-TRANCODE                 PIC X(03).
014400*****************************************************************
014500*    TRACING OFFICE RECORD LAYOUTS                              *
014600*****************************************************************
014700 01  EF-HEADER-RECORD.
014800     05  FILLER                  PIC X(03) VALUE 'HDR'.
014900     05  FILLER                  PIC X(06) VALUE 'LGI001'.
015000     05  EF-H-RUNDATE            PIC X(10).
015100     05  FILLER                  PIC X(131) VALUE SPACES.
015200 01  EF-DETAIL-RECORD.
015300     05  FILLER                  PIC X(03) VALUE 'DTL'.
015400     05  EF-D-TRANCODE           PIC X(03).
015500     05  FILLER                  PIC X(06) VALUE 'LGI001'.
015600     05  EF-D-POLICYNUM          PIC 9(10).
015700     05  EF-D-ERN                PIC X(14).
015800     05  EF-D-ERN-EXEMPT         PIC X(01).
015900     05  EF-D-EMPLOYER           PIC X(30).
016000     05  EF-D-ADDRESS            PIC X(30).
016100     05  EF-D-POSTCODE           PIC X(08).
016200     05  EF-D-COVER-START        PIC X(10).
016300     05  EF-D-COVER-END          PIC X(10).
016400     05  EF-D-EL-LIMIT           PIC 9(09).
016500     05  FILLER                  PIC X(16) VALUE SPACES.
016600 01  EF-TRAILER-RECORD.
016700     05  FILLER                  PIC X(03) VALUE 'TRL'.
016800     05  EF-T-COUNT              PIC 9(07).
016900     05  FILLER                  PIC X(140) VALUE SPACES.
017000*****************************************************************
017100*    REPORT LINE LAYOUTS                                        *
017200*****************************************************************
017300 01  ED-HEADING-1.
017400     05  FILLER                  PIC X(53) VALUE
017500         'LG INSURANCE - EL TRACING OFFICE FEED'.
017600     05  FILLER                  PIC X(80) VALUE SPACES.
017700 01  ED-WINDOW-LINE.
017800     05  FILLER                  PIC X(08) VALUE 'WINDOW: '.
017900     05  ED-W-FROM               PIC X(26).
018000     05  FILLER                  PIC X(04) VALUE ' TO '.
018100     05  ED-W-TO                 PIC X(26).
018200     05  FILLER                  PIC X(69) VALUE SPACES.
018300 01  ED-EXCEPTION-LINE.
018400     05  FILLER                  PIC X(10) VALUE '  REJECT: '.
018500     05  ED-E-POLICYNUM          PIC 9(10).
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  ED-E-TRANCODE           PIC X(03).
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  ED-E-REASON             PIC X(30).
019000     05  FILLER                  PIC X(76) VALUE SPACES.
019100 01  ED-SUMMARY-LINE-1.
019200     05  FILLER                  PIC X(30) VALUE
019300         'FEED RECORDS WRITTEN'.
019400     05  ED-S1-COUNT             PIC ZZZ,ZZ9.
019500     05  FILLER                  PIC X(96) VALUE SPACES.
019600 01  ED-SUMMARY-LINE-2.
019700     05  FILLER                  PIC X(30) VALUE
019800         'RETURNS APPLIED - ACCEPTED'.
019900     05  ED-S2-COUNT             PIC ZZZ,ZZ9.
020000     05  FILLER                  PIC X(96) VALUE SPACES.
020100 01  ED-SUMMARY-LINE-3.
020200     05  FILLER                  PIC X(30) VALUE
020300         'RETURNS APPLIED - REJECTED'.
020400     05  ED-S3-COUNT             PIC ZZZ,ZZ9.
020500     05  FILLER                  PIC X(96) VALUE SPACES.
020600     COPY LGRCTL.
020700     EXEC SQL
020800         INCLUDE SQLCA
020900     END-EXEC.
021000*    EVERY COMMERCIAL POLICY WHOSE POLICY ROW CHANGED IN THE    *
021100*    WINDOW AND EITHER CARRIES EL NOW OR IS STILL LIVE AT THE   *
021200*    OFFICE - ITS LATEST SUBMISSION NOT A CANCELLATION - GOES   *
021300*    ON THE FEED.  THE SECOND LEG IS HOW EL TAKEN OFF MID-TERM  *
021400*    REACHES THE OFFICE AS A CANCELLATION                       *
021500     EXEC SQL
021600         DECLARE ELT-DELTA CURSOR FOR
021700           SELECT P.POLICYNUMBER, P.STATUS,
021800                  P.ISSUEDATE, P.EXPIRYDATE,
021900                  C.CUSTOMER, C.ADDRESS, C.ZIPCODE,
022000                  COALESCE(C.ELPERIL, 0),
022100                  COALESCE(C.ELLIMIT, 0),
022200                  COALESCE(C.ERN, ' '),
022300                  COALESCE(C.ERNEXEMPT, 'N'),
022400                  CASE WHEN EXISTS
022500                         ( SELECT 1 FROM ELTOFEEDLOG L
022600                            WHERE L.POLICYNUMBER = P.POLICYNUMBER
022700                              AND L.TRANCODE <> 'CAN'
022800                              AND NOT EXISTS
022900                                ( SELECT 1 FROM ELTOFEEDLOG K
023000                                   WHERE K.POLICYNUMBER =
023100                                         L.POLICYNUMBER
023200                                     AND K.TRANCODE = 'CAN'
023300                                     AND K.FEEDDATE >=
023400                                         L.FEEDDATE ) )
023500                       THEN 'Y' ELSE 'N' END
023600             FROM POLICY P, COMMERCIAL C
023700            WHERE C.POLICYNUMBER = P.POLICYNUMBER
023800              AND P.POLICYNUMBER > :WS-CKPT-LASTKEY
023900              AND P.LASTCHANGED >  :WS-LAST-RUN-TS
024000              AND P.LASTCHANGED <= :WS-THIS-RUN-TS
024100              AND ( COALESCE(C.ELPERIL, 0) = 1
024200                 OR EXISTS
024300                    ( SELECT 1 FROM ELTOFEEDLOG L
024400                       WHERE L.POLICYNUMBER = P.POLICYNUMBER
024500                         AND L.TRANCODE <> 'CAN'
024600                         AND NOT EXISTS
024700                           ( SELECT 1 FROM ELTOFEEDLOG K
024800                              WHERE K.POLICYNUMBER =
024900                                    L.POLICYNUMBER
025000                                AND K.TRANCODE = 'CAN'
025100                                AND K.FEEDDATE >=
025200                                    L.FEEDDATE ) ) )
025300            ORDER BY P.POLICYNUMBER
025400     END-EXEC.
025500 LINKAGE SECTION.
025600 PROCEDURE DIVISION.
025700*****************************************************************
025800*    0000-MAINLINE                                             *
025900*****************************************************************
026000 0000-MAINLINE SECTION.
026100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026200     PERFORM 2000-FEED-POLICY THRU 2000-EXIT
026300         UNTIL WS-DB2-EOF.
026400     PERFORM 4000-APPLY-RETURN THRU 4000-EXIT
026500         UNTIL WS-RETN-EOF.
026600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
026700     GO TO 9999-EXIT.
026800 0000-MAINLINE-EXIT.
026900     EXIT.
027000*****************************************************************
027100*    1000-INITIALIZE - RUN CONTROL, CHECKPOINT, DELTA WINDOW,   *
027200*    FILES, CURSOR                                              *
027300*****************************************************************
027400 1000-INITIALIZE.
027500     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
027600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
027700     MOVE 'S'        TO RCTL-ACTION
027800     MOVE 'LGELT01 ' TO RCTL-JOBNAME
027900     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
028000     MOVE WS-CD-MM   TO RCTL-BD-MM
028100     MOVE WS-CD-DD   TO RCTL-BD-DD
028200     MOVE '-'        TO RCTL-BD-S1
028300     MOVE '-'        TO RCTL-BD-S2
028400     CALL 'LGRCTL01' USING RCTL-REQUEST
028500     IF RCTL-RC NOT EQUAL '00'
028600         DISPLAY 'LGELT01 - RUN CONTROL REFUSED, RC='
028700                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
028800         GO TO 9999-EXIT
028900     END-IF.
029000     MOVE WS-CD-YYYY TO WS-TD-YYYY
029100     MOVE WS-CD-MM   TO WS-TD-MM
029200     MOVE WS-CD-DD   TO WS-TD-DD
029300     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
029400     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
029500     MOVE WS-TODAY-DATE-ISO TO WS-RUNDATE-ISO.
029600     PERFORM 1500-ESTABLISH-CHECKPOINT THRU 1500-EXIT.
029700     PERFORM 1600-ESTABLISH-WINDOW THRU 1600-EXIT.
029800     IF WS-IS-RESTART
029900         OPEN EXTEND ELT-FEED-FILE
030000     ELSE
030100         OPEN OUTPUT ELT-FEED-FILE
030200     END-IF.
030300     IF NOT WS-ELTFEED-OK
030400         DISPLAY 'LGELT01 - ELTFEED OPEN FAILED, STATUS='
030500                 WS-ELTFEED-STATUS
030600         GO TO 9999-EXIT
030700     END-IF.
030800     OPEN OUTPUT ELT-REPORT-FILE.
030900     IF NOT WS-ELTRPT-OK
031000         DISPLAY 'LGELT01 - ELTRPT OPEN FAILED, STATUS='
031100                 WS-ELTRPT-STATUS
031200         GO TO 9999-EXIT
031300     END-IF.
031400     WRITE ED-REPORT-LINE FROM ED-HEADING-1.
031500     MOVE WS-LAST-RUN-TS TO ED-W-FROM.
031600     MOVE WS-THIS-RUN-TS TO ED-W-TO.
031700     WRITE ED-REPORT-LINE FROM ED-WINDOW-LINE.
031800*    THE RETURN FILE FROM THE PRIOR CYCLE MAY LEGITIMATELY BE
031900*    ABSENT - THE OFFICE ONLY RESPONDS ONCE IT HAS PROCESSED
032000     OPEN INPUT ELT-RETURN-FILE.
032100     IF WS-ELTRETN-OK
032200         MOVE 'Y' TO WS-RETN-OPEN-SWITCH
032300     ELSE
032400         MOVE 'Y' TO WS-RETN-EOF-SWITCH
032500     END-IF.
032600     IF NOT WS-IS-RESTART
032700         MOVE WS-TODAY-DATE-ISO TO EF-H-RUNDATE
032800         WRITE EF-FEED-RECORD FROM EF-HEADER-RECORD
032900     END-IF.
033000     EXEC SQL
033100         OPEN ELT-DELTA
033200     END-EXEC.
033300     IF SQLCODE NOT EQUAL 0
033400         DISPLAY 'LGELT01 - CURSOR OPEN FAILED, SQLCODE='
033500                 SQLCODE
033600         GO TO 9999-EXIT
033700     END-IF.
033800     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
033900 1000-EXIT.
034000     EXIT.
034100*****************************************************************
034200*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
034300*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
034400*****************************************************************
034500 1050-GET-BUSINESS-DATE.
034600     EXEC SQL
034700         SELECT BUSINESSDATE
034800           INTO :WS-BUSINESS-DATE
034900           FROM BUSINESSDATE
035000          WHERE CONTROLID = 'LG'
035100     END-EXEC.
035200     IF SQLCODE EQUAL 0
035300         MOVE WS-BD-YYYY TO WS-CD-YYYY
035400         MOVE WS-BD-MM   TO WS-CD-MM
035500         MOVE WS-BD-DD   TO WS-CD-DD
035600     END-IF.
035700 1050-EXIT.
035800     EXIT.
035900*****************************************************************
036000*    1500-ESTABLISH-CHECKPOINT - FIND OR START THE              *
036100*    BATCHCHECKPOINT ROW FOR THIS JOB, THE LGRICE01 PATTERN     *
036200*****************************************************************
036300 1500-ESTABLISH-CHECKPOINT.
036400     EXEC SQL
036500         SELECT LASTKEYPROCESSED, STATUS, RUNDATE,
036600                COALESCE(WINDOWEND, ' ')
036700           INTO :WS-CKPT-LASTKEY, :WS-CKPT-STATUS,
036800                :WS-CKPT-RUNDATE, :WS-CKPT-WINDOW-END
036900           FROM BATCHCHECKPOINT
037000          WHERE JOBNAME = :WS-JOBNAME
037100     END-EXEC.
037200     EVALUATE SQLCODE
037300         WHEN 0
037400             IF WS-CKPT-COMPLETE
037500                 IF WS-CKPT-RUNDATE EQUAL WS-RUNDATE-ISO
037600                     DISPLAY 'LGELT01 - ALREADY COMPLETE FOR '
037700                             WS-RUNDATE-ISO
037800                     GO TO 9999-EXIT
037900                 ELSE
038000                     MOVE 0   TO WS-CKPT-LASTKEY
038100                     EXEC SQL
038200                         UPDATE BATCHCHECKPOINT
038300                             SET RUNDATE = :WS-RUNDATE-ISO,
038400                                 LASTKEYPROCESSED = 0,
038500                                 STATUS = 'R',
038600                                 CHECKPOINTTIME =
038700                                     CURRENT TIMESTAMP
038800                           WHERE JOBNAME = :WS-JOBNAME
038900                     END-EXEC
039000                 END-IF
039100             ELSE
039200                 SET WS-IS-RESTART TO TRUE
039300                 EXEC SQL
039400                     UPDATE BATCHCHECKPOINT
039500                         SET RUNDATE = :WS-RUNDATE-ISO,
039600                             CHECKPOINTTIME = CURRENT TIMESTAMP
039700                       WHERE JOBNAME = :WS-JOBNAME
039800                 END-EXEC
039900             END-IF
040000         WHEN 100
040100             MOVE 0   TO WS-CKPT-LASTKEY
040200             MOVE 'R' TO WS-CKPT-STATUS
040300             EXEC SQL
040400                 INSERT INTO BATCHCHECKPOINT
040500                           ( JOBNAME, RUNDATE, LASTKEYPROCESSED,
040600                             STATUS, CHECKPOINTTIME )
040700                    VALUES ( :WS-JOBNAME, :WS-RUNDATE-ISO, 0,
040800                             'R', CURRENT TIMESTAMP )
040900             END-EXEC
041000         WHEN OTHER
041100             DISPLAY 'LGELT01 - CKPT LOOKUP FAILED, SQLCODE='
041200                     SQLCODE
041300             GO TO 9999-EXIT
041400     END-EVALUATE.
041500 1500-EXIT.
041600     EXIT.
041700*****************************************************************
041800*    1600-ESTABLISH-WINDOW - THE EXTRACTCONTROL HIGH-WATER      *
041900*    TIMESTAMP.  THE WINDOW END IS STAMPED ON THE CHECKPOINT    *
042000*    ROW AND A RESTART REUSES IT, AS IN LGMID01, SO NO POLICY   *
042100*    FALLS BETWEEN THE CHECKPOINT KEY AND THE WATERMARK         *
042200*****************************************************************
042300 1600-ESTABLISH-WINDOW.
042400     IF WS-IS-RESTART AND
042500        WS-CKPT-WINDOW-END NOT EQUAL SPACES
042600         MOVE WS-CKPT-WINDOW-END TO WS-THIS-RUN-TS
042700     ELSE
042800         EXEC SQL
042900             SELECT CHAR(CURRENT TIMESTAMP)
043000               INTO :WS-THIS-RUN-TS
043100               FROM SYSIBM.SYSDUMMY1
043200         END-EXEC
043300         EXEC SQL
043400             UPDATE BATCHCHECKPOINT
043500                SET WINDOWEND = :WS-THIS-RUN-TS
043600              WHERE JOBNAME = :WS-JOBNAME
043700         END-EXEC
043800         IF SQLCODE NOT EQUAL 0
043900             DISPLAY 'LGELT01 - WINDOW STAMP FAILED, SQLCODE='
044000                     SQLCODE
044100             GO TO 9999-EXIT
044200         END-IF
044300     END-IF.
044400     EXEC SQL
044500         SELECT CHAR(LASTRUNTIME)
044600           INTO :WS-LAST-RUN-TS
044700           FROM EXTRACTCONTROL
044800          WHERE JOBNAME = :WS-JOBNAME
044900     END-EXEC.
045000     EVALUATE SQLCODE
045100         WHEN 0
045200             CONTINUE
045300         WHEN 100
045400             MOVE '0001-01-01-00.00.00.000000'
045500               TO WS-LAST-RUN-TS
045600             EXEC SQL
045700                 INSERT INTO EXTRACTCONTROL
045800                           ( JOBNAME, LASTRUNTIME )
045900                    VALUES ( :WS-JOBNAME,
046000                             '0001-01-01-00.00.00.000000' )
046100             END-EXEC
046200             IF SQLCODE NOT EQUAL 0
046300                 DISPLAY 'LGELT01 - CONTROL INSERT, SQLCODE='
046400                         SQLCODE
046500                 GO TO 9999-EXIT
046600             END-IF
046700         WHEN OTHER
046800             DISPLAY 'LGELT01 - CONTROL SELECT, SQLCODE='
046900                     SQLCODE
047000             GO TO 9999-EXIT
047100     END-EVALUATE.
047200 1600-EXIT.
047300     EXIT.
047400*****************************************************************
047500*    2000-FEED-POLICY - ONE TRACING OFFICE DETAIL RECORD PER    *
047600*    CHANGED EL POLICY, LOGGED ON ELTOFEEDLOG FOR THE RETURN    *
047700*    CYCLE.  COVER OFF - THE POLICY CANCELLED, LAPSED,          *
047800*    SUSPENDED, DECLINED OR SETTLED, OR THE EL PERIL REMOVED -  *
047900*    GOES AS A CANCELLATION; LIVE COVER THE OFFICE ALREADY      *
048000*    HOLDS IS AN AMENDMENT, ANYTHING ELSE IS NEW                *
048100*****************************************************************
048200 2000-FEED-POLICY.
048300     EVALUATE TRUE
048400         WHEN DB2-POLICY-STATUS EQUAL 'C'
048500         WHEN DB2-POLICY-STATUS EQUAL 'L'
048600         WHEN DB2-POLICY-STATUS EQUAL 'U'
048700         WHEN DB2-POLICY-STATUS EQUAL 'D'
048800         WHEN DB2-POLICY-STATUS EQUAL 'X'
048900         WHEN DB2-ELPERIL-INT NOT EQUAL 1
049000             MOVE 'CAN' TO WS-TRANCODE
049100         WHEN DB2-ON-FILE EQUAL 'Y'
049200             MOVE 'AMD' TO WS-TRANCODE
049300         WHEN OTHER
049400             MOVE 'NEW' TO WS-TRANCODE
049500     END-EVALUATE.
049600*    A CANCELLATION FOR COVER THE OFFICE NEVER HELD HAS NOTHING
049700*    TO CANCEL - STEP PAST IT
049800     IF WS-TRANCODE EQUAL 'CAN' AND
049900        DB2-ON-FILE NOT EQUAL 'Y'
050000         PERFORM 3000-READ-DB2 THRU 3000-EXIT
050100         GO TO 2000-EXIT
050200     END-IF.
050300     MOVE WS-TRANCODE       TO EF-D-TRANCODE.
050400     MOVE DB2-POLICYNUM-INT TO EF-D-POLICYNUM.
050500     MOVE DB2-ERN           TO EF-D-ERN.
050600     MOVE DB2-ERNEXEMPT     TO EF-D-ERN-EXEMPT.
050700     MOVE DB2-CUSTOMER      TO EF-D-EMPLOYER.
050800     MOVE DB2-ADDRESS       TO EF-D-ADDRESS.
050900     MOVE DB2-POSTCODE      TO EF-D-POSTCODE.
051000     MOVE DB2-ISSUEDATE     TO EF-D-COVER-START.
051100     MOVE DB2-EXPIRYDATE    TO EF-D-COVER-END.
051200     MOVE DB2-ELLIMIT-INT   TO EF-D-EL-LIMIT.
051300     WRITE EF-FEED-RECORD FROM EF-DETAIL-RECORD.
051400     EXEC SQL
051500         INSERT INTO ELTOFEEDLOG
051600                   ( POLICYNUMBER,
051700                     TRANCODE,
051800                     ERN,
051900                     FEEDDATE,
052000                     STATUS )
052100            VALUES ( :DB2-POLICYNUM-INT,
052200                     :WS-TRANCODE,
052300                     :DB2-ERN,
052400                     :WS-TODAY-DATE-ISO,
052500                     'S' )
052600     END-EXEC.
052700     IF SQLCODE NOT EQUAL 0
052800         DISPLAY 'LGELT01 - FEEDLOG INSERT FAILED, SQLCODE='
052900                 SQLCODE
053000         GO TO 9999-EXIT
053100     END-IF.
053200     ADD 1 TO WS-FEED-COUNT.
053300     EXEC SQL
053400         UPDATE BATCHCHECKPOINT
053500            SET LASTKEYPROCESSED = :DB2-POLICYNUM-INT,
053600                CHECKPOINTTIME = CURRENT TIMESTAMP
053700          WHERE JOBNAME = :WS-JOBNAME
053800     END-EXEC.
053900     ADD 1 TO WS-CKPT-COMMIT-COUNT.
054000     IF WS-CKPT-COMMIT-COUNT >= WS-CKPT-COMMIT-INTERVAL
054100         EXEC SQL
054200             COMMIT
054300         END-EXEC
054400         MOVE 0 TO WS-CKPT-COMMIT-COUNT
054500     END-IF.
054600     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
054700 2000-EXIT.
054800     EXIT.
054900*****************************************************************
055000*    3000-READ-DB2 - NEXT DELTA CURSOR ROW                      *
055100*****************************************************************
055200 3000-READ-DB2.
055300     EXEC SQL
055400         FETCH ELT-DELTA
055500           INTO :DB2-POLICYNUM-INT, :DB2-POLICY-STATUS,
055600                :DB2-ISSUEDATE, :DB2-EXPIRYDATE,
055700                :DB2-CUSTOMER, :DB2-ADDRESS, :DB2-POSTCODE,
055800                :DB2-ELPERIL-INT, :DB2-ELLIMIT-INT,
055900                :DB2-ERN, :DB2-ERNEXEMPT, :DB2-ON-FILE
056000     END-EXEC.
056100     EVALUATE SQLCODE
056200         WHEN 0
056300             CONTINUE
056400         WHEN 100
056500             MOVE 'Y' TO WS-DB2-EOF-SWITCH
056600         WHEN OTHER
056700             DISPLAY 'LGELT01 - CURSOR FETCH ERROR, SQLCODE='
056800                     SQLCODE
056900             GO TO 9999-EXIT
057000     END-EVALUATE.
057100 3000-EXIT.
057200     EXIT.
057300*****************************************************************
057400*    4000-APPLY-RETURN - THE OFFICE'S ACCEPTANCE/REJECTION FILE *
057500*    FLIPS THE FEED LOG; REJECTS GO ON THE ELTOEXCEPTION        *
057600*    WORKLIST AND THE REPORT FOR THE COMMERCIAL TEAM TO WORK    *
057700*****************************************************************
057800 4000-APPLY-RETURN.
057900     READ ELT-RETURN-FILE
058000         AT END
058100             MOVE 'Y' TO WS-RETN-EOF-SWITCH
058200             GO TO 4000-EXIT
058300     END-READ.
058400     IF ER-STATUS EQUAL 'A'
058500         EXEC SQL
058600             UPDATE ELTOFEEDLOG
058700                SET STATUS = 'A'
058800              WHERE POLICYNUMBER = :ER-POLICYNUM
058900                AND TRANCODE     = :ER-TRANCODE
059000                AND STATUS       = 'S'
059100         END-EXEC
059200         ADD 1 TO WS-ACCEPT-COUNT
059300     ELSE
059400         EXEC SQL
059500             UPDATE ELTOFEEDLOG
059600                SET STATUS = 'R'
059700              WHERE POLICYNUMBER = :ER-POLICYNUM
059800                AND TRANCODE     = :ER-TRANCODE
059900                AND STATUS       = 'S'
060000         END-EXEC
060100         EXEC SQL
060200             INSERT INTO ELTOEXCEPTION
060300                       ( POLICYNUMBER,
060400                         TRANCODE,
060500                         REJECTREASON,
060600                         FEEDDATE,
060700                         STATUS )
060800                VALUES ( :ER-POLICYNUM,
060900                         :ER-TRANCODE,
061000                         :ER-REASON,
061100                         :WS-TODAY-DATE-ISO,
061200                         'O' )
061300         END-EXEC
061400         IF SQLCODE NOT EQUAL 0
061500             DISPLAY 'LGELT01 - EXCEPTION INSERT, SQLCODE='
061600                     SQLCODE
061700             GO TO 9999-EXIT
061800         END-IF
061900         MOVE ER-POLICYNUM TO ED-E-POLICYNUM
062000         MOVE ER-TRANCODE  TO ED-E-TRANCODE
062100         MOVE ER-REASON    TO ED-E-REASON
062200         WRITE ED-REPORT-LINE FROM ED-EXCEPTION-LINE
062300         ADD 1 TO WS-REJECT-COUNT
062400     END-IF.
062500 4000-EXIT.
062600     EXIT.
062700*****************************************************************
062800*    8000-FINALIZE - TRAILER, WATERMARK, CHECKPOINT COMPLETE,   *
062900*    CONTROL TOTALS, RUN-CONTROL END                            *
063000*****************************************************************
063100 8000-FINALIZE.
063200     EXEC SQL
063300         CLOSE ELT-DELTA
063400     END-EXEC.
063500     MOVE WS-FEED-COUNT TO EF-T-COUNT.
063600     WRITE EF-FEED-RECORD FROM EF-TRAILER-RECORD.
063700     EXEC SQL
063800         UPDATE EXTRACTCONTROL
063900            SET LASTRUNTIME = :WS-THIS-RUN-TS
064000          WHERE JOBNAME = :WS-JOBNAME
064100     END-EXEC.
064200     IF SQLCODE NOT EQUAL 0
064300         DISPLAY 'LGELT01 - CONTROL UPDATE FAILED, SQLCODE='
064400                 SQLCODE
064500         GO TO 9999-EXIT
064600     END-IF.
064700     EXEC SQL
064800         UPDATE BATCHCHECKPOINT
064900            SET STATUS = 'C',
065000                CHECKPOINTTIME = CURRENT TIMESTAMP
065100          WHERE JOBNAME = :WS-JOBNAME
065200     END-EXEC.
065300     EXEC SQL
065400         COMMIT
065500     END-EXEC.
065600     MOVE WS-FEED-COUNT   TO ED-S1-COUNT.
065700     WRITE ED-REPORT-LINE FROM ED-SUMMARY-LINE-1.
065800     MOVE WS-ACCEPT-COUNT TO ED-S2-COUNT.
065900     WRITE ED-REPORT-LINE FROM ED-SUMMARY-LINE-2.
066000     MOVE WS-REJECT-COUNT TO ED-S3-COUNT.
066100     WRITE ED-REPORT-LINE FROM ED-SUMMARY-LINE-3.
066200     CLOSE ELT-FEED-FILE.
066300     IF WS-RETN-OPEN
066400         CLOSE ELT-RETURN-FILE
066500     END-IF.
066600     CLOSE ELT-REPORT-FILE.
066700     MOVE 'E' TO RCTL-ACTION
066800     CALL 'LGRCTL01' USING RCTL-REQUEST.
066900 8000-EXIT.
067000     EXIT.
067100*****************************************************************
067200*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
067300*****************************************************************
067400 9999-EXIT.
067500     STOP RUN.
