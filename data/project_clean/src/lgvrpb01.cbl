000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGVRPB01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        NIGHTLY VSAM MIRROR REPLAY.  RE-DRIVES THE POLICY
000710                 MIRROR WRITES PARKED ON VSAMREPLAY WHEN THE
000720                 ONLINE LINK TO LGAPVS01, LGUPVS01 OR LGCPVS01
000730                 FAILED, WRITING THE PARKED RECORD IMAGE STRAIGHT
000740                 TO POLVSAM.  RUNS IN THE BATCH WINDOW AHEAD OF
000750                 THE LGBRCON1 RECONCILIATION SO THAT REPORT NO
000760                 LONGER CARRIES BREAKS ALREADY PARKED FOR REPAIR.
000770                 CUSTOMER MIRROR WRITES (LGACVS01) ARE LEFT FOR
000780                 THE ONLINE REPLAY TRANSACTION (LGVRPL01).  ANY
000790                 WRITE STILL PARKED AFTER THE ATTEMPT LIMIT IS
000795                 LISTED AS STUCK.
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
001900     SELECT POLICY-VSAM-FILE ASSIGN TO POLVSAM
002000         ORGANIZATION IS INDEXED
002100         ACCESS MODE IS RANDOM
002200         RECORD KEY IS PV-POLICY-KEY
002300         FILE STATUS IS WS-POLVSAM-STATUS.
002400     SELECT REPLAY-REPORT-FILE ASSIGN TO VRPLRPT
002500         ORGANIZATION IS SEQUENTIAL
002600         FILE STATUS IS WS-VRPLRPT-STATUS.
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  POLICY-VSAM-FILE
003000     RECORDING MODE IS F.
003100     COPY LGPOLVS.
003200 FD  REPLAY-REPORT-FILE
003300     RECORDING MODE IS F.
003400 01  VR-REPORT-LINE              PIC X(133).
003500 WORKING-STORAGE SECTION.
003600*****************************************************************
003700*    FILE STATUS AND SWITCHES                                   *
003800*****************************************************************
003900 77  WS-POLVSAM-STATUS           PIC X(02) VALUE SPACES.
004000     88  WS-POLVSAM-OK                     VALUE '00'.
004100     88  WS-POLVSAM-NOTFOUND               VALUE '23'.
004200 77  WS-VRPLRPT-STATUS           PIC X(02) VALUE SPACES.
004300     88  WS-VRPLRPT-OK                     VALUE '00'.
004400 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
004500     88  WS-DB2-EOF                        VALUE 'Y'.
004600 77  WS-STUCK-EOF-SWITCH         PIC X(01) VALUE 'N'.
004700     88  WS-STUCK-EOF                      VALUE 'Y'.
004800 77  WS-CKPT-COMMIT-INTERVAL     PIC 9(04) VALUE 100.
004900 77  WS-CKPT-COMMIT-COUNT        PIC 9(04) VALUE 0.
005000*****************************************************************
005100*    REPLAY COUNTERS                                            *
005200*****************************************************************
005300 77  WS-READ-COUNT               PIC 9(07) COMP-3 VALUE 0.
005400 77  WS-REPLAYED-COUNT           PIC 9(07) COMP-3 VALUE 0.
005500 77  WS-SUPERSEDED-COUNT         PIC 9(07) COMP-3 VALUE 0.
005600 77  WS-FAILED-COUNT             PIC 9(07) COMP-3 VALUE 0.
005700 77  WS-ONLINE-ONLY-COUNT        PIC 9(07) COMP-3 VALUE 0.
005800 77  WS-STUCK-COUNT              PIC 9(07) COMP-3 VALUE 0.
005900*****************************************************************
006000*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
006100*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
006200*    IS ABSENT                                                    *
006300*****************************************************************
006400 01  WS-BUSINESS-DATE.
006500     05  WS-BD-YYYY              PIC 9(04).
006600     05  FILLER                  PIC X(01).
006700     05  WS-BD-MM                PIC 9(02).
006800     05  FILLER                  PIC X(01).
006900     05  WS-BD-DD                PIC 9(02).
007000 01  WS-CURRENT-DATE-TIME.
007100     05  WS-CD-YYYY              PIC 9(04).
007200     05  WS-CD-MM                PIC 9(02).
007300     05  WS-CD-DD                PIC 9(02).
007400     05  FILLER                  PIC X(10).
007500 01  WS-REPORT-DATE.
007600     05  WS-RD-DD                PIC 9(02).
007700     05  FILLER                  PIC X(01) VALUE '/'.
007800     05  WS-RD-MM                PIC 9(02).
007900     05  FILLER                  PIC X(01) VALUE '/'.
008000     05  WS-RD-YYYY              PIC 9(04).
008100*****************************************************************
008200*    PARKED REPLAY ROW                                          *
008300*****************************************************************
008400     COPY LGVRPL.
008500 01  DB2-NEWER-COUNT             PIC S9(9) COMP VALUE +0.
008600*****************************************************************
008700*    REPORT LINE LAYOUTS                                        *
008800*****************************************************************
008900 01  VR-HEADING-1.
009000     05  FILLER                  PIC X(40) VALUE
009100         'LG INSURANCE - VSAM MIRROR REPLAY'.
009200     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
009300     05  VR-H1-DATE              PIC X(10) VALUE SPACES.
009400     05  FILLER                  PIC X(73) VALUE SPACES.
009500 01  VR-HEADING-2.
009600     05  FILLER                  PIC X(11) VALUE 'REPLAYID   '.
009700     05  FILLER                  PIC X(09) VALUE 'MIRROR   '.
009800     05  FILLER                  PIC X(11) VALUE 'POLICYNUM  '.
009900     05  FILLER                  PIC X(11) VALUE 'CUSTOMERNUM'.
010000     05  FILLER                  PIC X(06) VALUE ' TRIES'.
010100     05  FILLER                  PIC X(28) VALUE ' PARKED'.
010200     05  FILLER                  PIC X(30) VALUE 'RESULT'.
010300     05  FILLER                  PIC X(27) VALUE SPACES.
010400 01  VR-DETAIL-LINE.
010500     05  VR-D-REPLAYID           PIC 9(10).
010600     05  FILLER                  PIC X(01) VALUE SPACE.
010700     05  VR-D-MIRROR             PIC X(08).
010800     05  FILLER                  PIC X(01) VALUE SPACE.
010900     05  VR-D-POLICYNUM          PIC 9(10).
011000     05  FILLER                  PIC X(01) VALUE SPACE.
011100     05  VR-D-CUSTOMERNUM        PIC 9(10).
011200     05  FILLER                  PIC X(01) VALUE SPACE.
011300     05  VR-D-ATTEMPTS           PIC ZZZZ9.
011400     05  FILLER                  PIC X(01) VALUE SPACE.
011500     05  VR-D-PARKED             PIC X(26).
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  VR-D-RESULT             PIC X(30).
011800     05  FILLER                  PIC X(27) VALUE SPACES.
011900 01  VR-SUMMARY-LINE.
012000     05  FILLER                  PIC X(20) VALUE SPACES.
012100     05  VR-S-LABEL              PIC X(30) VALUE SPACES.
012200     05  VR-S-COUNT              PIC ZZZ,ZZ9.
012300     05  FILLER                  PIC X(76) VALUE SPACES.
012400     EXEC SQL
012500         INCLUDE SQLCA
012600     END-EXEC.
012700*****************************************************************
012800*    WITH HOLD SO THE CURSORS SURVIVE THE INTERVAL COMMITS       *
012900*****************************************************************
013000     EXEC SQL
013100         DECLARE REPLAY_CURSOR CURSOR WITH HOLD FOR
013200           SELECT REPLAYID, MIRRORPROGRAM, CUSTOMERNUMBER,
013300                  POLICYNUMBER, ATTEMPTS, CHAR(PARKEDTIME),
013400                  POLICYIMAGE
013500             FROM VSAMREPLAY
013600            WHERE STATUS = 'P'
013700            ORDER BY REPLAYID
013800     END-EXEC.
013900     EXEC SQL
014000         DECLARE STUCK_CURSOR CURSOR WITH HOLD FOR
014100           SELECT REPLAYID, MIRRORPROGRAM, CUSTOMERNUMBER,
014200                  POLICYNUMBER, ATTEMPTS, CHAR(PARKEDTIME)
014300             FROM VSAMREPLAY
014400            WHERE STATUS = 'P'
014500              AND ATTEMPTS >= :VRPL-MAX-ATTEMPTS
014600            ORDER BY REPLAYID
014700     END-EXEC.
014800 LINKAGE SECTION.
014900 PROCEDURE DIVISION.
015000*****************************************************************
015100*    0000-MAINLINE                                              *
015200*****************************************************************
015300 0000-MAINLINE SECTION.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     PERFORM 2000-REPLAY-ONE THRU 2000-EXIT
015600         UNTIL WS-DB2-EOF.
015700     PERFORM 5000-REPORT-STUCK THRU 5000-EXIT.
015800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
015900     GO TO 9999-EXIT.
016000 0000-MAINLINE-EXIT.
016100     EXIT.
016200*****************************************************************
016300*    1000-INITIALIZE - OPEN FILES AND CURSOR, PRIME THE READ     *
016400*****************************************************************
016500 1000-INITIALIZE.
016600     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
016700     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
016800     MOVE WS-CD-DD   TO WS-RD-DD
016900     MOVE WS-CD-MM   TO WS-RD-MM
017000     MOVE WS-CD-YYYY TO WS-RD-YYYY.
017100     MOVE WS-REPORT-DATE TO VR-H1-DATE.
017200     OPEN I-O POLICY-VSAM-FILE.
017300     IF NOT WS-POLVSAM-OK
017400         DISPLAY 'LGVRPB01 - POLVSAM OPEN FAILED, STATUS='
017500                 WS-POLVSAM-STATUS
017600         GO TO 9999-EXIT
017700     END-IF.
017800     OPEN OUTPUT REPLAY-REPORT-FILE.
017900     IF NOT WS-VRPLRPT-OK
018000         DISPLAY 'LGVRPB01 - VRPLRPT OPEN FAILED, STATUS='
018100                 WS-VRPLRPT-STATUS
018200         GO TO 9999-EXIT
018300     END-IF.
018400     WRITE VR-REPORT-LINE FROM VR-HEADING-1.
018500     WRITE VR-REPORT-LINE FROM VR-HEADING-2.
018600     EXEC SQL
018700         OPEN REPLAY_CURSOR
018800     END-EXEC.
018900     IF SQLCODE NOT EQUAL 0
019000         DISPLAY 'LGVRPB01 - CURSOR OPEN FAILED, SQLCODE='
019100                 SQLCODE
019200         GO TO 9999-EXIT
019300     END-IF.
019400     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
019500 1000-EXIT.
019600     EXIT.
019700*****************************************************************
019800*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
019900*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
020000*****************************************************************
020100 1050-GET-BUSINESS-DATE.
020200     EXEC SQL
020300         SELECT BUSINESSDATE
020400           INTO :WS-BUSINESS-DATE
020500           FROM BUSINESSDATE
020600          WHERE CONTROLID = 'LG'
020700     END-EXEC.
020800     IF SQLCODE EQUAL 0
020900         MOVE WS-BD-YYYY TO WS-CD-YYYY
021000         MOVE WS-BD-MM   TO WS-CD-MM
021100         MOVE WS-BD-DD   TO WS-CD-DD
021200     END-IF.
021300 1050-EXIT.
021400     EXIT.
021500*****************************************************************
021600*    2000-REPLAY-ONE - ONE PARKED WRITE.  A CUSTOMER MIRROR ROW   *
021700*    HAS NO POLICY IMAGE AND IS LEFT FOR LGVRPL01.  A POLICY ROW  *
021800*    IS SUPERSEDED WHEN A NEWER IMAGE FOR THE SAME POLICY IS ALSO *
021900*    PARKED, OR WHEN THE MIRROR RECORD ALREADY CARRIES A LATER    *
022000*    LASTCHANGED; OTHERWISE THE IMAGE IS REWRITTEN OVER THE       *
022100*    RECORD, OR WRITTEN WHEN THE RECORD IS MISSING ALTOGETHER     *
022200*****************************************************************
022300 2000-REPLAY-ONE.
022400     ADD 1 TO WS-READ-COUNT.
022500     IF DB2-VRPL-POLIMAGE EQUAL SPACES
022600         ADD 1 TO WS-ONLINE-ONLY-COUNT
022700         GO TO 2000-NEXT
022800     END-IF.
022900     MOVE ZERO TO DB2-NEWER-COUNT.
023000     EXEC SQL
023100         SELECT COUNT(*)
023200           INTO :DB2-NEWER-COUNT
023300           FROM VSAMREPLAY
023400          WHERE STATUS       = 'P'
023500            AND POLICYNUMBER = :DB2-VRPL-POLICYNUM
023600            AND POLICYIMAGE  <> ' '
023700            AND REPLAYID     > :DB2-VRPL-ID
023800     END-EXEC.
023900     IF SQLCODE EQUAL 0 AND DB2-NEWER-COUNT > 0
024000         MOVE 'X' TO DB2-VRPL-STATUS
024100         PERFORM 4000-MARK-ROW THRU 4000-EXIT
024200         ADD 1 TO WS-SUPERSEDED-COUNT
024300         GO TO 2000-NEXT
024400     END-IF.
024500     MOVE DB2-VRPL-PI-POLICYNUM TO PV-POLICYNUMBER.
024600     READ POLICY-VSAM-FILE
024700         INVALID KEY
024800             CONTINUE
024900     END-READ.
025000     EVALUATE TRUE
025100         WHEN WS-POLVSAM-OK
025200             IF PV-LASTCHANGED > DB2-VRPL-PI-LASTCHG
025300                 MOVE 'X' TO DB2-VRPL-STATUS
025400                 PERFORM 4000-MARK-ROW THRU 4000-EXIT
025500                 ADD 1 TO WS-SUPERSEDED-COUNT
025600                 GO TO 2000-NEXT
025700             END-IF
025800             MOVE DB2-VRPL-POLIMAGE TO PV-POLICY-RECORD
025900             REWRITE PV-POLICY-RECORD
026000                 INVALID KEY
026100                     CONTINUE
026200             END-REWRITE
026300         WHEN WS-POLVSAM-NOTFOUND
026400             MOVE DB2-VRPL-POLIMAGE TO PV-POLICY-RECORD
026500             WRITE PV-POLICY-RECORD
026600                 INVALID KEY
026700                     CONTINUE
026800             END-WRITE
026900         WHEN OTHER
027000             CONTINUE
027100     END-EVALUATE.
027200     ADD 1 TO DB2-VRPL-ATTEMPTS.
027300     IF WS-POLVSAM-OK
027400         MOVE 'D' TO DB2-VRPL-STATUS
027500         ADD 1 TO WS-REPLAYED-COUNT
027600     ELSE
027700         MOVE 'P' TO DB2-VRPL-STATUS
027800         ADD 1 TO WS-FAILED-COUNT
027900         MOVE 'POLVSAM STATUS ' TO VR-D-RESULT
028000         MOVE WS-POLVSAM-STATUS TO VR-D-RESULT(16:2)
028100         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
028200     END-IF.
028300     PERFORM 4000-MARK-ROW THRU 4000-EXIT.
028400 2000-NEXT.
028500     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
028600 2000-EXIT.
028700     EXIT.
028800*****************************************************************
028900*    3000-READ-DB2 - NEXT PARKED REPLAY ROW                      *
029000*****************************************************************
029100 3000-READ-DB2.
029200     EXEC SQL
029300         FETCH REPLAY_CURSOR
029400           INTO :DB2-VRPL-ID, :DB2-VRPL-MIRRORPGM,
029500                :DB2-VRPL-CUSTOMERNUM, :DB2-VRPL-POLICYNUM,
029600                :DB2-VRPL-ATTEMPTS, :DB2-VRPL-PARKEDTIME,
029700                :DB2-VRPL-POLIMAGE
029800     END-EXEC.
029900     EVALUATE SQLCODE
030000         WHEN 0
030100             CONTINUE
030200         WHEN 100
030300             MOVE 'Y' TO WS-DB2-EOF-SWITCH
030400         WHEN OTHER
030500             DISPLAY 'LGVRPB01 - CURSOR FETCH ERROR, SQLCODE='
030600                     SQLCODE
030700             GO TO 9999-EXIT
030800     END-EVALUATE.
030900 3000-EXIT.
031000     EXIT.
031100*****************************************************************
031200*    4000-MARK-ROW - RECORD THE OUTCOME ON THE PARKED ROW        *
031300*****************************************************************
031400 4000-MARK-ROW.
031500     EXEC SQL
031600         UPDATE VSAMREPLAY
031700            SET STATUS      = :DB2-VRPL-STATUS,
031800                ATTEMPTS    = :DB2-VRPL-ATTEMPTS,
031900                LASTTRYTIME = CURRENT TIMESTAMP
032000          WHERE REPLAYID = :DB2-VRPL-ID
032100     END-EXEC.
032200     IF SQLCODE NOT EQUAL 0
032300         MOVE 'ERROR - REPLAY ROW UPDATE' TO VR-D-RESULT
032400         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
032500     END-IF.
032600     ADD 1 TO WS-CKPT-COMMIT-COUNT.
032700     IF WS-CKPT-COMMIT-COUNT >= WS-CKPT-COMMIT-INTERVAL
032800         EXEC SQL
032900             COMMIT
033000         END-EXEC
033100         MOVE 0 TO WS-CKPT-COMMIT-COUNT
033200     END-IF.
033300 4000-EXIT.
033400     EXIT.
033500*****************************************************************
033600*    5000-REPORT-STUCK - EVERYTHING STILL PARKED AFTER THE        *
033700*    ATTEMPT LIMIT, CUSTOMER MIRROR ROWS INCLUDED                 *
033800*****************************************************************
033900 5000-REPORT-STUCK.
034000     EXEC SQL
034100         CLOSE REPLAY_CURSOR
034200     END-EXEC.
034300     EXEC SQL
034400         COMMIT
034500     END-EXEC.
034600     MOVE 0 TO WS-CKPT-COMMIT-COUNT.
034700     EXEC SQL
034800         OPEN STUCK_CURSOR
034900     END-EXEC.
035000     IF SQLCODE NOT EQUAL 0
035100         DISPLAY 'LGVRPB01 - STUCK CURSOR OPEN FAILED, SQLCODE='
035200                 SQLCODE
035300         GO TO 5000-EXIT
035400     END-IF.
035500     PERFORM 5100-READ-STUCK THRU 5100-EXIT
035600         UNTIL WS-STUCK-EOF.
035700     EXEC SQL
035800         CLOSE STUCK_CURSOR
035900     END-EXEC.
036000 5000-EXIT.
036100     EXIT.
036200 5100-READ-STUCK.
036300     EXEC SQL
036400         FETCH STUCK_CURSOR
036500           INTO :DB2-VRPL-ID, :DB2-VRPL-MIRRORPGM,
036600                :DB2-VRPL-CUSTOMERNUM, :DB2-VRPL-POLICYNUM,
036700                :DB2-VRPL-ATTEMPTS, :DB2-VRPL-PARKEDTIME
036800     END-EXEC.
036900     EVALUATE SQLCODE
037000         WHEN 0
037100             ADD 1 TO WS-STUCK-COUNT
037200             MOVE 'STUCK - NEEDS INVESTIGATION' TO VR-D-RESULT
037300             PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
037400         WHEN 100
037500             MOVE 'Y' TO WS-STUCK-EOF-SWITCH
037600         WHEN OTHER
037700             DISPLAY 'LGVRPB01 - STUCK FETCH ERROR, SQLCODE='
037800                     SQLCODE
037900             MOVE 'Y' TO WS-STUCK-EOF-SWITCH
038000     END-EVALUATE.
038100 5100-EXIT.
038200     EXIT.
038300*****************************************************************
038400*    6000-WRITE-DETAIL - ONE REPORT LINE FOR THE CURRENT ROW     *
038500*****************************************************************
038600 6000-WRITE-DETAIL.
038700     MOVE DB2-VRPL-ID          TO VR-D-REPLAYID.
038800     MOVE DB2-VRPL-MIRRORPGM   TO VR-D-MIRROR.
038900     MOVE DB2-VRPL-POLICYNUM   TO VR-D-POLICYNUM.
039000     MOVE DB2-VRPL-CUSTOMERNUM TO VR-D-CUSTOMERNUM.
039100     MOVE DB2-VRPL-ATTEMPTS    TO VR-D-ATTEMPTS.
039200     MOVE DB2-VRPL-PARKEDTIME  TO VR-D-PARKED.
039300     WRITE VR-REPORT-LINE FROM VR-DETAIL-LINE.
039400 6000-EXIT.
039500     EXIT.
039600*****************************************************************
039700*    8000-FINALIZE - CLOSE UP AND WRITE SUMMARY TOTALS           *
039800*****************************************************************
039900 8000-FINALIZE.
040000     EXEC SQL
040100         COMMIT
040200     END-EXEC.
040300     MOVE 'PARKED WRITES READ'       TO VR-S-LABEL.
040400     MOVE WS-READ-COUNT              TO VR-S-COUNT.
040500     WRITE VR-REPORT-LINE FROM VR-SUMMARY-LINE.
040600     MOVE 'REPLAYED TO POLVSAM'      TO VR-S-LABEL.
040700     MOVE WS-REPLAYED-COUNT          TO VR-S-COUNT.
040800     WRITE VR-REPORT-LINE FROM VR-SUMMARY-LINE.
040900     MOVE 'SUPERSEDED'               TO VR-S-LABEL.
041000     MOVE WS-SUPERSEDED-COUNT        TO VR-S-COUNT.
041100     WRITE VR-REPORT-LINE FROM VR-SUMMARY-LINE.
041200     MOVE 'FAILED THIS RUN'          TO VR-S-LABEL.
041300     MOVE WS-FAILED-COUNT            TO VR-S-COUNT.
041400     WRITE VR-REPORT-LINE FROM VR-SUMMARY-LINE.
041500     MOVE 'CUSTOMER - ONLINE REPLAY'  TO VR-S-LABEL.
041600     MOVE WS-ONLINE-ONLY-COUNT       TO VR-S-COUNT.
041700     WRITE VR-REPORT-LINE FROM VR-SUMMARY-LINE.
041800     MOVE 'STUCK AFTER ATTEMPT LIMIT' TO VR-S-LABEL.
041900     MOVE WS-STUCK-COUNT             TO VR-S-COUNT.
042000     WRITE VR-REPORT-LINE FROM VR-SUMMARY-LINE.
042100     CLOSE POLICY-VSAM-FILE.
042200     CLOSE REPLAY-REPORT-FILE.
042300 8000-EXIT.
042400     EXIT.
042500*****************************************************************
042600*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
042700*****************************************************************
042800 9999-EXIT.
042900     STOP RUN.
