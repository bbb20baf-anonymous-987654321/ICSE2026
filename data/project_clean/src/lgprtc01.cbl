000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGPRTC01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        NIGHTLY PRINT-AND-POST CONSOLIDATION - GATHERS
000800                 THE CUSTOMER LETTERS AND STATEMENTS WRITTEN BY
000900                 THE LETTER JOBS (ARREARS, RENEWAL INVITATIONS,
001000                 ENDOWMENT RE-PROJECTION, ADJUSTABLE DECLARATION
001100                 REMINDERS, ANNUAL AND ENDOWMENT STATEMENTS) ONTO
001200                 PRINTQUEUE, SUPPRESSES MAIL TO GONE-AWAY AND
001300                 DECEASED CUSTOMERS, AND WRITES ONE PRINT STREAM
001400                 IN MAILSORT (POSTCODE) ORDER WITH EVERY LETTER
001500                 FOR THE SAME ADDRESS IN ONE ENVELOPE.  EACH
001600                 ENVELOPE IS RECORDED ON PRINTMANIFEST AND THE
001700                 PRINT VENDOR'S RETURNED MANIFEST FROM A PRIOR
001800                 CYCLE IS RECONCILED AGAINST IT - SPOILED
001900                 ENVELOPES ARE RE-MADE IN TONIGHT'S STREAM AND
002000                 ENVELOPES STILL UNCONFIRMED ARE REPORTED.
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
003200     SELECT ARREARS-LETTER-FILE ASSIGN TO ARRLTR
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-ARRLTR-STATUS.
003500     SELECT INVITATION-FILE ASSIGN TO RENINV
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-RENINV-STATUS.
003800     SELECT REPROJ-LETTER-FILE ASSIGN TO RPJLTR
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-RPJLTR-STATUS.
004100     SELECT DECLARATION-LETTER-FILE ASSIGN TO ADJLTR
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-ADJLTR-STATUS.
004400     SELECT ANNUAL-STMT-FILE ASSIGN TO ANSTMT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-ANSTMT-STATUS.
004700     SELECT VALUATION-STMT-FILE ASSIGN TO EVSTMT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-EVSTMT-STATUS.
005000     SELECT PRINT-MANIFEST-FILE ASSIGN TO PRTMAN
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-PRTMAN-STATUS.
005300     SELECT PRINT-STREAM-FILE ASSIGN TO PRTSTRM
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-PRTSTRM-STATUS.
005600     SELECT PRINT-REPORT-FILE ASSIGN TO PRTRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-PRTRPT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100*****************************************************************
006200*    LETTER FILES - ONE RECORD IS ONE LETTER.  ONLY THE CUSTOMER *
006300*    NUMBER IS NEEDED HERE; THE WHOLE RECORD IS CARRIED THROUGH  *
006400*    TO THE PRINT STREAM UNCHANGED FOR THE VENDOR'S TEMPLATES    *
006500*****************************************************************
006600 FD  ARREARS-LETTER-FILE
006700     RECORDING MODE IS F.
006800 01  AL-LETTER-RECORD.
006900     05  FILLER                  PIC X(11).
007000     05  AL-CUSTOMERNUM          PIC 9(10).
007100     05  FILLER                  PIC X(61).
007200 FD  INVITATION-FILE
007300     RECORDING MODE IS F.
007400 01  IV-INVITATION-RECORD.
007500     05  FILLER                  PIC X(10).
007600     05  IV-CUSTOMERNUM          PIC 9(10).
007700     05  FILLER                  PIC X(60).
007800 FD  REPROJ-LETTER-FILE
007900     RECORDING MODE IS F.
008000 01  RL-LETTER-RECORD.
008100     05  FILLER                  PIC X(11).
008200     05  RL-CUSTOMERNUM          PIC 9(10).
008300     05  FILLER                  PIC X(219).
008400 FD  DECLARATION-LETTER-FILE
008500     RECORDING MODE IS F.
008600 01  DL-LETTER-RECORD.
008700     05  FILLER                  PIC X(11).
008800     05  DL-CUSTOMERNUM          PIC 9(10).
008900     05  FILLER                  PIC X(59).
009000*****************************************************************
009100*    STATEMENT FILES - PRINT IMAGES.  A STATEMENT STARTS AT ITS  *
009200*    'CUSTOMER' HEADING LINE AND RUNS TO THE NEXT ONE; THE RUN   *
009300*    HEADING AND CONTROL-TOTAL LINES ARE NOT CUSTOMER MAIL       *
009400*****************************************************************
009500 FD  ANNUAL-STMT-FILE
009600     RECORDING MODE IS F.
009700 01  AS-STMT-LINE                PIC X(133).
009800 FD  VALUATION-STMT-FILE
009900     RECORDING MODE IS F.
010000 01  ES-STMT-LINE                PIC X(133).
010100*****************************************************************
010200*    PRINT-MANIFEST-FILE - THE PRINT VENDOR'S RETURN FOR A PRIOR *
010300*    CYCLE'S STREAM, ONE RECORD PER ENVELOPE: 'P' PRODUCED AND   *
010400*    POSTED, 'S' SPOILED IN PRODUCTION (NOT POSTED)              *
010500*****************************************************************
010600 FD  PRINT-MANIFEST-FILE
010700     RECORDING MODE IS F.
010800 01  PM-MANIFEST-RECORD.
010900     05  PM-ENVELOPE-ID          PIC 9(09).
011000     05  PM-OUTCOME-CODE         PIC X(01).
011100     05  PM-PRODUCED-DATE        PIC X(10).
011200     05  PM-LETTER-COUNT         PIC 9(05).
011300     05  FILLER                  PIC X(55).
011400*****************************************************************
011500*    PRINT-STREAM-FILE - TO THE PRINT VENDOR.  PER ENVELOPE: ONE *
011600*    'E' HEADER CARRYING THE ADDRESS, ONE 'L' RECORD PER LETTER  *
011700*    LINE (A DATA LETTER IS A SINGLE LINE), ONE 'T' TRAILER      *
011800*    CARRYING THE COUNTS THE VENDOR ECHOES BACK ON PRTMAN        *
011900*****************************************************************
012000 FD  PRINT-STREAM-FILE
012100     RECORDING MODE IS F.
012200 01  PS-STREAM-RECORD.
012300     05  PS-RECORD-TYPE          PIC X(01).
012400         88  PS-ENVELOPE-HEADER            VALUE 'E'.
012500         88  PS-LETTER-LINE                VALUE 'L'.
012600         88  PS-ENVELOPE-TRAILER           VALUE 'T'.
012700     05  PS-ENVELOPE-ID          PIC 9(09).
012800     05  PS-MAILSORT-KEY         PIC X(08).
012900     05  PS-SOURCE               PIC X(08).
013000     05  PS-CUSTOMERNUM          PIC 9(10).
013100     05  PS-LETTER-SEQ           PIC 9(07).
013200     05  PS-LINE-SEQ             PIC 9(05).
013300     05  PS-LETTER-DATA          PIC X(240).
013400     05  PS-HEADER-DATA          REDEFINES PS-LETTER-DATA.
013500         10  PS-H-NAME           PIC X(36).
013600         10  PS-H-HOUSENUM       PIC X(04).
013700         10  PS-H-HOUSENAME      PIC X(20).
013800         10  PS-H-POSTCODE       PIC X(08).
013900         10  FILLER              PIC X(172).
014000     05  PS-TRAILER-DATA         REDEFINES PS-LETTER-DATA.
014100         10  PS-T-LETTER-COUNT   PIC 9(05).
014200         10  PS-T-LINE-COUNT     PIC 9(07).
014300         10  FILLER              PIC X(228).
014400     05  FILLER                  PIC X(12).
014500 FD  PRINT-REPORT-FILE
014600     RECORDING MODE IS F.
014700 01  PR-REPORT-LINE              PIC X(133).
014800 WORKING-STORAGE SECTION.
014900*****************************************************************
015000*    FILE STATUS AND SWITCHES                                  *
015100*****************************************************************
015200 77  WS-ARRLTR-STATUS            PIC X(02) VALUE SPACES.
015300     88  WS-ARRLTR-OK                      VALUE '00'.
015400 77  WS-RENINV-STATUS            PIC X(02) VALUE SPACES.
015500     88  WS-RENINV-OK                      VALUE '00'.
015600 77  WS-RPJLTR-STATUS            PIC X(02) VALUE SPACES.
015700     88  WS-RPJLTR-OK                      VALUE '00'.
015800 77  WS-ADJLTR-STATUS            PIC X(02) VALUE SPACES.
015900     88  WS-ADJLTR-OK                      VALUE '00'.
016000 77  WS-ANSTMT-STATUS            PIC X(02) VALUE SPACES.
016100     88  WS-ANSTMT-OK                      VALUE '00'.
016200 77  WS-EVSTMT-STATUS            PIC X(02) VALUE SPACES.
016300     88  WS-EVSTMT-OK                      VALUE '00'.
016400 77  WS-PRTMAN-STATUS            PIC X(02) VALUE SPACES.
016500     88  WS-PRTMAN-OK                      VALUE '00'.
016600 77  WS-PRTSTRM-STATUS           PIC X(02) VALUE SPACES.
016700     88  WS-PRTSTRM-OK                     VALUE '00'.
016800 77  WS-PRTRPT-STATUS            PIC X(02) VALUE SPACES.
016900     88  WS-PRTRPT-OK                      VALUE '00'.
017000 77  WS-IN-EOF-SWITCH            PIC X(01) VALUE 'N'.
017100     88  WS-IN-EOF                         VALUE 'Y'.
017200 77  WS-MAN-EOF-SWITCH           PIC X(01) VALUE 'N'.
017300     88  WS-MAN-EOF                        VALUE 'Y'.
017400 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
017500     88  WS-DB2-EOF                        VALUE 'Y'.
017600 77  WS-OUT-EOF-SWITCH           PIC X(01) VALUE 'N'.
017700     88  WS-OUT-EOF                        VALUE 'Y'.
017800 77  WS-ENVELOPE-SWITCH          PIC X(01) VALUE 'N'.
017900     88  WS-ENVELOPE-OPEN                  VALUE 'Y'.
018000 77  WS-GATHERED-COUNT           PIC 9(07) COMP-3 VALUE 0.
018100 77  WS-SUPPRESSED-COUNT         PIC 9(09) COMP VALUE 0.
018200 77  WS-LETTER-COUNT             PIC 9(07) COMP-3 VALUE 0.
018300 77  WS-ENVELOPE-COUNT           PIC 9(07) COMP-3 VALUE 0.
018400 77  WS-SELECTION-COUNT          PIC 9(07) COMP-3 VALUE 0.
018500 77  WS-PRODUCED-COUNT           PIC 9(07) COMP-3 VALUE 0.
018600 77  WS-SPOILED-COUNT            PIC 9(07) COMP-3 VALUE 0.
018700 77  WS-UNMATCHED-COUNT          PIC 9(07) COMP-3 VALUE 0.
018800 77  WS-OUTSTANDING-COUNT        PIC 9(07) COMP-3 VALUE 0.
018900 77  WS-ENV-LETTER-COUNT         PIC 9(05) COMP-3 VALUE 0.
019000 77  WS-ENV-LINE-COUNT           PIC 9(07) COMP-3 VALUE 0.
019100 77  WS-LETTER-SEQ               PIC S9(9) COMP VALUE +0.
019200 77  WS-LINE-SEQ                 PIC S9(9) COMP VALUE +0.
019300 77  WS-STMT-CUSTOMERNUM         PIC S9(9) COMP VALUE +0.
019400*****************************************************************
019500*    STATEMENT LINE BEING GATHERED, AND THE CONTROL-TOTAL LABEL  *
019600*    THAT MARKS THE END-OF-RUN LINE OF THAT STATEMENT FILE       *
019700*****************************************************************
019800 01  WS-STMT-LINE                PIC X(133).
019900 01  WS-STMT-VIEW                REDEFINES WS-STMT-LINE.
020000     05  WS-SV-LITERAL           PIC X(10).
020100     05  WS-SV-CUSTOMERNUM       PIC 9(10).
020200     05  FILLER                  PIC X(113).
020300 01  WS-SUMMARY-LABEL            PIC X(19) VALUE SPACES.
020400*****************************************************************
020500*    ENVELOPE BREAK KEYS - A NEW ENVELOPE STARTS WHEN THE        *
020600*    ADDRESS CHANGES; A NEW MAILSORT SELECTION WHEN THE OUTWARD  *
020700*    CODE AND INWARD SECTOR CHANGE                               *
020800*****************************************************************
020900 01  WS-ADDRESS-KEY.
021000     05  WS-AK-POSTCODE          PIC X(08).
021100     05  WS-AK-HOUSENUM          PIC X(04).
021200     05  WS-AK-HOUSENAME         PIC X(20).
021300 01  WS-PREV-ADDRESS-KEY         VALUE HIGH-VALUES.
021400     05  WS-PK-POSTCODE          PIC X(08).
021500     05  FILLER                  PIC X(24).
021600 01  WS-MAILSORT-KEY             PIC X(08) VALUE SPACES.
021700 01  WS-PREV-MAILSORT-KEY        PIC X(08) VALUE HIGH-VALUES.
021800 01  WS-PC-OUTWARD               PIC X(04).
021900 01  WS-PC-INWARD                PIC X(03).
022000*****************************************************************
022100*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
022200*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
022300*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
022400*    RIGHT DATED OUTPUT AND SELECTIONS                            *
022500*****************************************************************
022600 01  WS-BUSINESS-DATE.
022700     05  WS-BD-YYYY              PIC 9(04).
022800     05  FILLER                  PIC X(01).
022900     05  WS-BD-MM                PIC 9(02).
023000     05  FILLER                  PIC X(01).
023100     05  WS-BD-DD                PIC 9(02).
023200 01  WS-CURRENT-DATE-TIME.
023300     05  WS-CD-YYYY              PIC 9(04).
023400     05  WS-CD-MM                PIC 9(02).
023500     05  WS-CD-DD                PIC 9(02).
023600     05  FILLER                  PIC X(10).
023700 01  WS-REPORT-DATE.
023800     05  WS-RD-DD                PIC 9(02).
023900     05  FILLER                  PIC X(01) VALUE '/'.
024000     05  WS-RD-MM                PIC 9(02).
024100     05  FILLER                  PIC X(01) VALUE '/'.
024200     05  WS-RD-YYYY              PIC 9(04).
024300*****************************************************************
024400*    DB2 ROWS                                                  *
024500*****************************************************************
024600 01  DB2-RUNDATE                 PIC X(10).
024700 01  DB2-SOURCEFILE              PIC X(08).
024800 01  DB2-LETTERSEQ-INT           PIC S9(9) COMP.
024900 01  DB2-LINESEQ-INT             PIC S9(9) COMP.
025000 01  DB2-CUSTOMERNUM-INT         PIC S9(9) COMP.
025100 01  DB2-LETTERIMAGE             PIC X(240).
025200 01  DB2-FIRSTNAME               PIC X(10).
025300 01  DB2-LASTNAME                PIC X(20).
025400 01  DB2-HOUSENAME               PIC X(20).
025500 01  DB2-HOUSENUMBER             PIC X(04).
025600 01  DB2-POSTCODE                PIC X(08).
025700 01  DB2-ENVELOPEID-INT          PIC S9(9) COMP.
025800 01  DB2-LETTERCOUNT-INT         PIC S9(9) COMP.
025900 01  DB2-LINECOUNT-INT           PIC S9(9) COMP.
026000 01  DB2-PRODUCEDDATE            PIC X(10).
026100 01  DB2-ENVELOPE-RUNDATE        PIC X(10).
026200*****************************************************************
026300*    REPORT LINE LAYOUTS                                       *
026400*****************************************************************
026500 01  PR-HEADING-1.
026600     05  FILLER                  PIC X(43) VALUE
026700         'LG INSURANCE - PRINT AND POST CONSOLIDATION'.
026800     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
026900     05  PR-H1-DATE              PIC X(10) VALUE SPACES.
027000     05  FILLER                  PIC X(70) VALUE SPACES.
027100 01  PR-EXCEPTION-LINE.
027200     05  FILLER                  PIC X(02) VALUE SPACES.
027300     05  FILLER                  PIC X(09) VALUE 'ENVELOPE '.
027400     05  PR-E-ENVELOPE-ID        PIC Z(8)9.
027500     05  FILLER                  PIC X(02) VALUE SPACES.
027600     05  PR-E-RUNDATE            PIC X(10).
027700     05  FILLER                  PIC X(02) VALUE SPACES.
027800     05  PR-E-POSTCODE           PIC X(08).
027900     05  FILLER                  PIC X(02) VALUE SPACES.
028000     05  PR-E-REASON             PIC X(40).
028100     05  FILLER                  PIC X(49) VALUE SPACES.
028200 01  PR-SUMMARY-LINE.
028300     05  FILLER                  PIC X(20) VALUE SPACES.
028400     05  PR-S-LABEL              PIC X(36).
028500     05  PR-S-COUNT              PIC ZZZ,ZZ9.
028600     05  FILLER                  PIC X(70) VALUE SPACES.
028700     COPY LGRCTL.
028800     EXEC SQL
028900         INCLUDE SQLCA
029000     END-EXEC.
029100*    PENDING LETTERS IN MAILSORT ORDER - POSTCODE FIRST, THEN THE
029200*    PROPERTY, SO EVERY LETTER FOR ONE ADDRESS ARRIVES TOGETHER
029300*    AND BECOMES ONE ENVELOPE.  SUPPRESSED ROWS HAVE ALREADY BEEN
029400*    TAKEN OFF PENDING BY 4000-SUPPRESS-LETTERS.
029500     EXEC SQL
029600         DECLARE PENDING-LETTER CURSOR FOR
029700           SELECT CHAR(Q.RUNDATE, ISO), Q.SOURCEFILE,
029800                  Q.LETTERSEQ, Q.LINESEQ, Q.CUSTOMERNUMBER,
029900                  Q.LETTERIMAGE,
030000                  COALESCE(C.FIRSTNAME, ' '),
030100                  COALESCE(C.LASTNAME, ' '),
030200                  COALESCE(C.HOUSENAME, ' '),
030300                  COALESCE(C.HOUSENUMBER, ' '),
030400                  COALESCE(C.POSTCODE, ' ')
030500             FROM PRINTQUEUE Q, CUSTOMER C
030600            WHERE Q.STATUS         = 'PENDING'
030700              AND C.CUSTOMERNUMBER = Q.CUSTOMERNUMBER
030800            ORDER BY C.POSTCODE, C.HOUSENUMBER, C.HOUSENAME,
030900                     Q.CUSTOMERNUMBER, Q.RUNDATE, Q.SOURCEFILE,
031000                     Q.LETTERSEQ, Q.LINESEQ
031100     END-EXEC.
031200*    ENVELOPES HANDED TO THE VENDOR ON AN EARLIER NIGHT THAT THE
031300*    VENDOR HAS STILL NOT CONFIRMED AS PRODUCED
031400     EXEC SQL
031500         DECLARE OUTSTANDING-ENVELOPE CURSOR FOR
031600           SELECT ENVELOPEID, CHAR(RUNDATE, ISO), POSTCODE
031700             FROM PRINTMANIFEST
031800            WHERE STATUS   = 'SUBMITTED'
031900              AND RUNDATE  < :WS-BUSINESS-DATE
032000            ORDER BY ENVELOPEID
032100     END-EXEC.
032200 LINKAGE SECTION.
032300 PROCEDURE DIVISION.
032400*****************************************************************
032500*    0000-MAINLINE                                             *
032600*****************************************************************
032700 0000-MAINLINE SECTION.
032800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032900     PERFORM 2000-APPLY-MANIFEST THRU 2000-EXIT
033000         UNTIL WS-MAN-EOF.
033100     PERFORM 3000-GATHER-LETTERS THRU 3000-EXIT.
033200     PERFORM 4000-SUPPRESS-LETTERS THRU 4000-EXIT.
033300     PERFORM 5000-MAKE-UP-STREAM THRU 5000-EXIT.
033400     PERFORM 6000-REPORT-OUTSTANDING THRU 6000-EXIT.
033500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
033600     GO TO 9999-EXIT.
033700 0000-MAINLINE-EXIT.
033800     EXIT.
033900*****************************************************************
034000*    1000-INITIALIZE - REGISTER THE RUN, OPEN THE VENDOR FILES   *
034100*    AND THE REPORT                                              *
034200*****************************************************************
034300 1000-INITIALIZE.
034400     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
034500     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
034600*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
034700*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
034800*    PROTECTION LIVE IN LGRCTL01
034900     MOVE 'S'        TO RCTL-ACTION
035000     MOVE 'LGPRTC01' TO RCTL-JOBNAME
035100     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
035200     MOVE WS-CD-MM   TO RCTL-BD-MM
035300     MOVE WS-CD-DD   TO RCTL-BD-DD
035400     MOVE '-'        TO RCTL-BD-S1
035500     MOVE '-'        TO RCTL-BD-S2
035600     CALL 'LGRCTL01' USING RCTL-REQUEST
035700     IF RCTL-RC NOT EQUAL '00'
035800         DISPLAY 'LGPRTC01 - RUN CONTROL REFUSED, RC='
035900                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
036000         GO TO 9999-EXIT
036100     END-IF.
036200     MOVE WS-CD-YYYY TO WS-BD-YYYY.
036300     MOVE WS-CD-MM   TO WS-BD-MM.
036400     MOVE WS-CD-DD   TO WS-BD-DD.
036500     MOVE '-'        TO WS-BUSINESS-DATE(5:1).
036600     MOVE '-'        TO WS-BUSINESS-DATE(8:1).
036700     MOVE WS-CD-DD   TO WS-RD-DD
036800     MOVE WS-CD-MM   TO WS-RD-MM
036900     MOVE WS-CD-YYYY TO WS-RD-YYYY.
037000     MOVE WS-REPORT-DATE TO PR-H1-DATE.
037100     OPEN INPUT PRINT-MANIFEST-FILE.
037200     IF NOT WS-PRTMAN-OK
037300         DISPLAY 'LGPRTC01 - PRTMAN OPEN FAILED, STATUS='
037400                 WS-PRTMAN-STATUS
037500         GO TO 9999-EXIT
037600     END-IF.
037700     OPEN OUTPUT PRINT-STREAM-FILE.
037800     IF NOT WS-PRTSTRM-OK
037900         DISPLAY 'LGPRTC01 - PRTSTRM OPEN FAILED, STATUS='
038000                 WS-PRTSTRM-STATUS
038100         GO TO 9999-EXIT
038200     END-IF.
038300     OPEN OUTPUT PRINT-REPORT-FILE.
038400     IF NOT WS-PRTRPT-OK
038500         DISPLAY 'LGPRTC01 - PRTRPT OPEN FAILED, STATUS='
038600                 WS-PRTRPT-STATUS
038700         GO TO 9999-EXIT
038800     END-IF.
038900     WRITE PR-REPORT-LINE FROM PR-HEADING-1.
039000 1000-EXIT.
039100     EXIT.
039200*****************************************************************
039300*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
039400*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
039500*****************************************************************
039600 1050-GET-BUSINESS-DATE.
039700     EXEC SQL
039800         SELECT BUSINESSDATE
039900           INTO :WS-BUSINESS-DATE
040000           FROM BUSINESSDATE
040100          WHERE CONTROLID = 'LG'
040200     END-EXEC.
040300     IF SQLCODE EQUAL 0
040400         MOVE WS-BD-YYYY TO WS-CD-YYYY
040500         MOVE WS-BD-MM   TO WS-CD-MM
040600         MOVE WS-BD-DD   TO WS-CD-DD
040700     END-IF.
040800 1050-EXIT.
040900     EXIT.
041000*****************************************************************
041100*    2000-APPLY-MANIFEST - ONE VENDOR MANIFEST RECORD AGAINST    *
041200*    ITS SUBMITTED ENVELOPE.  AN ENVELOPE IS ONLY PRODUCED WHEN  *
041300*    THE VENDOR'S LETTER COUNT AGREES WITH WHAT WAS SENT; A      *
041400*    SHORT COUNT IS TREATED AS SPOILED SO NOTHING GOES MISSING   *
041500*****************************************************************
041600 2000-APPLY-MANIFEST.
041700     READ PRINT-MANIFEST-FILE
041800         AT END
041900             MOVE 'Y' TO WS-MAN-EOF-SWITCH
042000             GO TO 2000-EXIT
042100     END-READ.
042200     MOVE PM-ENVELOPE-ID   TO DB2-ENVELOPEID-INT.
042300     MOVE PM-PRODUCED-DATE TO DB2-PRODUCEDDATE.
042400     MOVE 0                TO DB2-LETTERCOUNT-INT.
042500     EXEC SQL
042600         SELECT LETTERCOUNT, CHAR(RUNDATE, ISO), POSTCODE
042700           INTO :DB2-LETTERCOUNT-INT, :DB2-ENVELOPE-RUNDATE,
042800                :DB2-POSTCODE
042900           FROM PRINTMANIFEST
043000          WHERE ENVELOPEID = :DB2-ENVELOPEID-INT
043100            AND STATUS     = 'SUBMITTED'
043200     END-EXEC.
043300     IF SQLCODE EQUAL 100
043400         MOVE SPACES TO DB2-ENVELOPE-RUNDATE
043500         MOVE SPACES TO DB2-POSTCODE
043600         MOVE 'NOT ON MANIFEST OR ALREADY RECONCILED'
043700                     TO PR-E-REASON
043800         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
043900         ADD 1 TO WS-UNMATCHED-COUNT
044000         GO TO 2000-EXIT
044100     END-IF.
044200     IF SQLCODE NOT EQUAL 0
044300         DISPLAY 'LGPRTC01 - MANIFEST SELECT FAILED, SQLCODE='
044400                 SQLCODE
044500         GO TO 9999-EXIT
044600     END-IF.
044700     IF PM-OUTCOME-CODE EQUAL 'P' AND
044800        PM-LETTER-COUNT EQUAL DB2-LETTERCOUNT-INT
044900         PERFORM 2100-MARK-PRODUCED THRU 2100-EXIT
045000         GO TO 2000-EXIT
045100     END-IF.
045200     IF PM-OUTCOME-CODE EQUAL 'P'
045300         MOVE 'LETTER COUNT DIFFERS - RE-MADE'
045400                     TO PR-E-REASON
045500     ELSE
045600         MOVE 'SPOILED BY VENDOR - RE-MADE'
045700                     TO PR-E-REASON
045800     END-IF.
045900     PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT.
046000     PERFORM 2200-MARK-SPOILED THRU 2200-EXIT.
046100 2000-EXIT.
046200     EXIT.
046300*****************************************************************
046400*    2100-MARK-PRODUCED - ENVELOPE AND ITS LETTERS CONFIRMED     *
046500*****************************************************************
046600 2100-MARK-PRODUCED.
046700     EXEC SQL
046800         UPDATE PRINTMANIFEST
046900            SET STATUS       = 'PRODUCED',
047000                PRODUCEDDATE = :DB2-PRODUCEDDATE
047100          WHERE ENVELOPEID = :DB2-ENVELOPEID-INT
047200            AND STATUS     = 'SUBMITTED'
047300     END-EXEC.
047400     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
047500         DISPLAY 'LGPRTC01 - PRODUCED UPDATE FAILED, SQLCODE='
047600                 SQLCODE
047700         GO TO 9999-EXIT
047800     END-IF.
047900     EXEC SQL
048000         UPDATE PRINTQUEUE
048100            SET STATUS = 'PRODUCED'
048200          WHERE ENVELOPEID = :DB2-ENVELOPEID-INT
048300            AND STATUS     = 'SUBMITTED'
048400     END-EXEC.
048500     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
048600         DISPLAY 'LGPRTC01 - QUEUE PRODUCED UPDATE, SQLCODE='
048700                 SQLCODE
048800         GO TO 9999-EXIT
048900     END-IF.
049000     ADD 1 TO WS-PRODUCED-COUNT.
049100 2100-EXIT.
049200     EXIT.
049300*****************************************************************
049400*    2200-MARK-SPOILED - THE ENVELOPE IS CLOSED OFF AS SPOILED   *
049500*    AND ITS LETTERS GO BACK TO PENDING, SO TONIGHT'S MAKE-UP    *
049600*    PRINTS THEM AGAIN UNDER A NEW ENVELOPE NUMBER               *
049700*****************************************************************
049800 2200-MARK-SPOILED.
049900     EXEC SQL
050000         UPDATE PRINTMANIFEST
050100            SET STATUS       = 'SPOILED',
050200                PRODUCEDDATE = :DB2-PRODUCEDDATE
050300          WHERE ENVELOPEID = :DB2-ENVELOPEID-INT
050400            AND STATUS     = 'SUBMITTED'
050500     END-EXEC.
050600     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
050700         DISPLAY 'LGPRTC01 - SPOILED UPDATE FAILED, SQLCODE='
050800                 SQLCODE
050900         GO TO 9999-EXIT
051000     END-IF.
051100     EXEC SQL
051200         UPDATE PRINTQUEUE
051300            SET STATUS     = 'PENDING',
051400                ENVELOPEID = NULL
051500          WHERE ENVELOPEID = :DB2-ENVELOPEID-INT
051600            AND STATUS     = 'SUBMITTED'
051700     END-EXEC.
051800     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
051900         DISPLAY 'LGPRTC01 - QUEUE REQUEUE FAILED, SQLCODE='
052000                 SQLCODE
052100         GO TO 9999-EXIT
052200     END-IF.
052300     ADD 1 TO WS-SPOILED-COUNT.
052400 2200-EXIT.
052500     EXIT.
052600*****************************************************************
052700*    2900-WRITE-EXCEPTION - ONE ENVELOPE EXCEPTION LINE          *
052800*****************************************************************
052900 2900-WRITE-EXCEPTION.
053000     MOVE DB2-ENVELOPEID-INT   TO PR-E-ENVELOPE-ID.
053100     MOVE DB2-ENVELOPE-RUNDATE TO PR-E-RUNDATE.
053200     MOVE DB2-POSTCODE         TO PR-E-POSTCODE.
053300     WRITE PR-REPORT-LINE FROM PR-EXCEPTION-LINE.
053400 2900-EXIT.
053500     EXIT.
053600*****************************************************************
053700*    3000-GATHER-LETTERS - EACH LETTER JOB'S OUTPUT ONTO         *
053800*    PRINTQUEUE, KEYED BY RUN DATE, SOURCE FILE AND LETTER AND   *
053900*    LINE SEQUENCE WITHIN THE FILE                               *
054000*****************************************************************
054100 3000-GATHER-LETTERS.
054200     OPEN INPUT ARREARS-LETTER-FILE.
054300     IF NOT WS-ARRLTR-OK
054400         DISPLAY 'LGPRTC01 - ARRLTR OPEN FAILED, STATUS='
054500                 WS-ARRLTR-STATUS
054600         GO TO 9999-EXIT
054700     END-IF.
054800     MOVE 'ARRLTR' TO DB2-SOURCEFILE.
054900     MOVE 0        TO WS-LETTER-SEQ.
055000     MOVE 'N'      TO WS-IN-EOF-SWITCH.
055100     PERFORM 3100-GATHER-ARREARS THRU 3100-EXIT
055200         UNTIL WS-IN-EOF.
055300     CLOSE ARREARS-LETTER-FILE.
055400     OPEN INPUT INVITATION-FILE.
055500     IF NOT WS-RENINV-OK
055600         DISPLAY 'LGPRTC01 - RENINV OPEN FAILED, STATUS='
055700                 WS-RENINV-STATUS
055800         GO TO 9999-EXIT
055900     END-IF.
056000     MOVE 'RENINV' TO DB2-SOURCEFILE.
056100     MOVE 0        TO WS-LETTER-SEQ.
056200     MOVE 'N'      TO WS-IN-EOF-SWITCH.
056300     PERFORM 3200-GATHER-INVITATION THRU 3200-EXIT
056400         UNTIL WS-IN-EOF.
056500     CLOSE INVITATION-FILE.
056600     OPEN INPUT REPROJ-LETTER-FILE.
056700     IF NOT WS-RPJLTR-OK
056800         DISPLAY 'LGPRTC01 - RPJLTR OPEN FAILED, STATUS='
056900                 WS-RPJLTR-STATUS
057000         GO TO 9999-EXIT
057100     END-IF.
057200     MOVE 'RPJLTR' TO DB2-SOURCEFILE.
057300     MOVE 0        TO WS-LETTER-SEQ.
057400     MOVE 'N'      TO WS-IN-EOF-SWITCH.
057500     PERFORM 3300-GATHER-REPROJECTION THRU 3300-EXIT
057600         UNTIL WS-IN-EOF.
057700     CLOSE REPROJ-LETTER-FILE.
057800     OPEN INPUT DECLARATION-LETTER-FILE.
057900     IF NOT WS-ADJLTR-OK
058000         DISPLAY 'LGPRTC01 - ADJLTR OPEN FAILED, STATUS='
058100                 WS-ADJLTR-STATUS
058200         GO TO 9999-EXIT
058300     END-IF.
058400     MOVE 'ADJLTR' TO DB2-SOURCEFILE.
058500     MOVE 0        TO WS-LETTER-SEQ.
058600     MOVE 'N'      TO WS-IN-EOF-SWITCH.
058700     PERFORM 3400-GATHER-DECLARATION THRU 3400-EXIT
058800         UNTIL WS-IN-EOF.
058900     CLOSE DECLARATION-LETTER-FILE.
059000     OPEN INPUT ANNUAL-STMT-FILE.
059100     IF NOT WS-ANSTMT-OK
059200         DISPLAY 'LGPRTC01 - ANSTMT OPEN FAILED, STATUS='
059300                 WS-ANSTMT-STATUS
059400         GO TO 9999-EXIT
059500     END-IF.
059600     MOVE 'ANSTMT'            TO DB2-SOURCEFILE.
059700     MOVE 'STATEMENTS MAILED' TO WS-SUMMARY-LABEL.
059800     MOVE 0                   TO WS-LETTER-SEQ.
059900     MOVE 0                   TO WS-STMT-CUSTOMERNUM.
060000     MOVE 'N'                 TO WS-IN-EOF-SWITCH.
060100     PERFORM 3500-GATHER-ANNUAL-STMT THRU 3500-EXIT
060200         UNTIL WS-IN-EOF.
060300     CLOSE ANNUAL-STMT-FILE.
060400     OPEN INPUT VALUATION-STMT-FILE.
060500     IF NOT WS-EVSTMT-OK
060600         DISPLAY 'LGPRTC01 - EVSTMT OPEN FAILED, STATUS='
060700                 WS-EVSTMT-STATUS
060800         GO TO 9999-EXIT
060900     END-IF.
061000     MOVE 'EVSTMT'              TO DB2-SOURCEFILE.
061100     MOVE 'STATEMENTS PRODUCED' TO WS-SUMMARY-LABEL.
061200     MOVE 0                     TO WS-LETTER-SEQ.
061300     MOVE 0                     TO WS-STMT-CUSTOMERNUM.
061400     MOVE 'N'                   TO WS-IN-EOF-SWITCH.
061500     PERFORM 3600-GATHER-VALUATION-STMT THRU 3600-EXIT
061600         UNTIL WS-IN-EOF.
061700     CLOSE VALUATION-STMT-FILE.
061800 3000-EXIT.
061900     EXIT.
062000*****************************************************************
062100*    3100-GATHER-ARREARS .. 3400-GATHER-DECLARATION - ONE DATA   *
062200*    LETTER RECORD, QUEUED AS A ONE-LINE LETTER                  *
062300*****************************************************************
062400 3100-GATHER-ARREARS.
062500     READ ARREARS-LETTER-FILE
062600         AT END
062700             MOVE 'Y' TO WS-IN-EOF-SWITCH
062800             GO TO 3100-EXIT
062900     END-READ.
063000     MOVE AL-CUSTOMERNUM   TO DB2-CUSTOMERNUM-INT.
063100     MOVE AL-LETTER-RECORD TO DB2-LETTERIMAGE.
063200     ADD 1 TO WS-LETTER-SEQ.
063300     MOVE 1 TO WS-LINE-SEQ.
063400     PERFORM 3900-QUEUE-LINE THRU 3900-EXIT.
063500 3100-EXIT.
063600     EXIT.
063700 3200-GATHER-INVITATION.
063800     READ INVITATION-FILE
063900         AT END
064000             MOVE 'Y' TO WS-IN-EOF-SWITCH
064100             GO TO 3200-EXIT
064200     END-READ.
064300     MOVE IV-CUSTOMERNUM       TO DB2-CUSTOMERNUM-INT.
064400     MOVE IV-INVITATION-RECORD TO DB2-LETTERIMAGE.
064500     ADD 1 TO WS-LETTER-SEQ.
064600     MOVE 1 TO WS-LINE-SEQ.
064700     PERFORM 3900-QUEUE-LINE THRU 3900-EXIT.
064800 3200-EXIT.
064900     EXIT.
065000 3300-GATHER-REPROJECTION.
065100     READ REPROJ-LETTER-FILE
065200         AT END
065300             MOVE 'Y' TO WS-IN-EOF-SWITCH
065400             GO TO 3300-EXIT
065500     END-READ.
065600     MOVE RL-CUSTOMERNUM   TO DB2-CUSTOMERNUM-INT.
065700     MOVE RL-LETTER-RECORD TO DB2-LETTERIMAGE.
065800     ADD 1 TO WS-LETTER-SEQ.
065900     MOVE 1 TO WS-LINE-SEQ.
066000     PERFORM 3900-QUEUE-LINE THRU 3900-EXIT.
066100 3300-EXIT.
066200     EXIT.
066300 3400-GATHER-DECLARATION.
066400     READ DECLARATION-LETTER-FILE
066500         AT END
066600             MOVE 'Y' TO WS-IN-EOF-SWITCH
066700             GO TO 3400-EXIT
066800     END-READ.
066900     MOVE DL-CUSTOMERNUM   TO DB2-CUSTOMERNUM-INT.
067000     MOVE DL-LETTER-RECORD TO DB2-LETTERIMAGE.
067100     ADD 1 TO WS-LETTER-SEQ.
067200     MOVE 1 TO WS-LINE-SEQ.
067300     PERFORM 3900-QUEUE-LINE THRU 3900-EXIT.
067400 3400-EXIT.
067500     EXIT.
067600*****************************************************************
067700*    3500/3600 - ONE STATEMENT PRINT LINE                        *
067800*****************************************************************
067900 3500-GATHER-ANNUAL-STMT.
068000     READ ANNUAL-STMT-FILE
068100         AT END
068200             MOVE 'Y' TO WS-IN-EOF-SWITCH
068300             GO TO 3500-EXIT
068400     END-READ.
068500     MOVE AS-STMT-LINE TO WS-STMT-LINE.
068600     PERFORM 3700-GATHER-STMT-LINE THRU 3700-EXIT.
068700 3500-EXIT.
068800     EXIT.
068900 3600-GATHER-VALUATION-STMT.
069000     READ VALUATION-STMT-FILE
069100         AT END
069200             MOVE 'Y' TO WS-IN-EOF-SWITCH
069300             GO TO 3600-EXIT
069400     END-READ.
069500     MOVE ES-STMT-LINE TO WS-STMT-LINE.
069600     PERFORM 3700-GATHER-STMT-LINE THRU 3700-EXIT.
069700 3600-EXIT.
069800     EXIT.
069900*****************************************************************
070000*    3700-GATHER-STMT-LINE - A 'CUSTOMER' HEADING STARTS THE     *
070100*    NEXT STATEMENT.  RUN HEADINGS (REPEATED WHERE PARTITION OR  *
070200*    RESTART OUTPUTS ARE CONCATENATED) AND THE CONTROL-TOTAL     *
070300*    LINE ARE DROPPED, AS IS ANYTHING BEFORE THE FIRST HEADING   *
070400*****************************************************************
070500 3700-GATHER-STMT-LINE.
070600     IF WS-STMT-LINE(1:12) EQUAL 'LG INSURANCE'
070700         GO TO 3700-EXIT
070800     END-IF.
070900     IF WS-STMT-LINE(21:19) EQUAL WS-SUMMARY-LABEL
071000         GO TO 3700-EXIT
071100     END-IF.
071200     IF WS-SV-LITERAL EQUAL 'CUSTOMER  ' AND
071300        WS-SV-CUSTOMERNUM NUMERIC
071400         MOVE WS-SV-CUSTOMERNUM TO WS-STMT-CUSTOMERNUM
071500         ADD 1 TO WS-LETTER-SEQ
071600         MOVE 0 TO WS-LINE-SEQ
071700     END-IF.
071800     IF WS-STMT-CUSTOMERNUM EQUAL 0
071900         GO TO 3700-EXIT
072000     END-IF.
072100     ADD 1 TO WS-LINE-SEQ.
072200     MOVE WS-STMT-CUSTOMERNUM TO DB2-CUSTOMERNUM-INT.
072300     MOVE WS-STMT-LINE        TO DB2-LETTERIMAGE.
072400     PERFORM 3900-QUEUE-LINE THRU 3900-EXIT.
072500 3700-EXIT.
072600     EXIT.
072700*****************************************************************
072800*    3900-QUEUE-LINE - ONE PRINTQUEUE ROW.  A LETTER IS COUNTED  *
072900*    ON ITS FIRST LINE                                           *
073000*****************************************************************
073100 3900-QUEUE-LINE.
073200     MOVE WS-LETTER-SEQ TO DB2-LETTERSEQ-INT.
073300     MOVE WS-LINE-SEQ   TO DB2-LINESEQ-INT.
073400     EXEC SQL
073500         INSERT INTO PRINTQUEUE
073600                ( RUNDATE, SOURCEFILE, LETTERSEQ, LINESEQ,
073700                  CUSTOMERNUMBER, LETTERIMAGE, STATUS )
073800         VALUES ( :WS-BUSINESS-DATE, :DB2-SOURCEFILE,
073900                  :DB2-LETTERSEQ-INT, :DB2-LINESEQ-INT,
074000                  :DB2-CUSTOMERNUM-INT, :DB2-LETTERIMAGE,
074100                  'PENDING' )
074200     END-EXEC.
074300     IF SQLCODE NOT EQUAL 0
074400         DISPLAY 'LGPRTC01 - PRINTQUEUE INSERT FAILED, SQLCODE='
074500                 SQLCODE ' SOURCE=' DB2-SOURCEFILE
074600         GO TO 9999-EXIT
074700     END-IF.
074800     IF WS-LINE-SEQ EQUAL 1
074900         ADD 1 TO WS-GATHERED-COUNT
075000     END-IF.
075100 3900-EXIT.
075200     EXIT.
075300*****************************************************************
075400*    4000-SUPPRESS-LETTERS - LETTERS FOR A CUSTOMER MARKED GONE  *
075500*    AWAY BY RETURNED MAIL, OR RECORDED AS DECEASED, ARE TAKEN   *
075600*    OFF PENDING AND NEVER PRINTED                               *
075700*****************************************************************
075800 4000-SUPPRESS-LETTERS.
075900     EXEC SQL
076000         SELECT COUNT(*)
076100           INTO :WS-SUPPRESSED-COUNT
076200           FROM PRINTQUEUE
076300          WHERE STATUS  = 'PENDING'
076400            AND LINESEQ = 1
076500            AND CUSTOMERNUMBER IN
076600                ( SELECT CUSTOMERNUMBER FROM CUSTOMER
076700                   WHERE COALESCE(GONEAWAYFLAG, 'N') = 'Y'
076800                      OR DECEASEDDATE IS NOT NULL )
076900     END-EXEC.
077000     IF SQLCODE NOT EQUAL 0
077100         DISPLAY 'LGPRTC01 - SUPPRESSION COUNT, SQLCODE='
077200                 SQLCODE
077300         GO TO 9999-EXIT
077400     END-IF.
077500     EXEC SQL
077600         UPDATE PRINTQUEUE
077700            SET STATUS = 'SUPPRESSED'
077800          WHERE STATUS = 'PENDING'
077900            AND CUSTOMERNUMBER IN
078000                ( SELECT CUSTOMERNUMBER FROM CUSTOMER
078100                   WHERE COALESCE(GONEAWAYFLAG, 'N') = 'Y'
078200                      OR DECEASEDDATE IS NOT NULL )
078300     END-EXEC.
078400     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
078500         DISPLAY 'LGPRTC01 - SUPPRESSION UPDATE, SQLCODE='
078600                 SQLCODE
078700         GO TO 9999-EXIT
078800     END-IF.
078900 4000-EXIT.
079000     EXIT.
079100*****************************************************************
079200*    5000-MAKE-UP-STREAM - WALK THE PENDING LETTERS IN MAILSORT  *
079300*    ORDER, OPENING A NEW ENVELOPE AT EVERY CHANGE OF ADDRESS.   *
079400*    ENVELOPE NUMBERS CARRY ON FROM THE HIGHEST ON PRINTMANIFEST *
079500*****************************************************************
079600 5000-MAKE-UP-STREAM.
079700     EXEC SQL
079800         SELECT COALESCE(MAX(ENVELOPEID), 0)
079900           INTO :DB2-ENVELOPEID-INT
080000           FROM PRINTMANIFEST
080100     END-EXEC.
080200     IF SQLCODE NOT EQUAL 0
080300         DISPLAY 'LGPRTC01 - ENVELOPE NUMBER SELECT, SQLCODE='
080400                 SQLCODE
080500         GO TO 9999-EXIT
080600     END-IF.
080700     EXEC SQL
080800         OPEN PENDING-LETTER
080900     END-EXEC.
081000     IF SQLCODE NOT EQUAL 0
081100         DISPLAY 'LGPRTC01 - CURSOR OPEN FAILED, SQLCODE='
081200                 SQLCODE
081300         GO TO 9999-EXIT
081400     END-IF.
081500     PERFORM 5900-READ-DB2 THRU 5900-EXIT.
081600     PERFORM 5100-PRINT-LETTER-LINE THRU 5100-EXIT
081700         UNTIL WS-DB2-EOF.
081800     IF WS-ENVELOPE-OPEN
081900         PERFORM 5300-CLOSE-ENVELOPE THRU 5300-EXIT
082000     END-IF.
082100     EXEC SQL
082200         CLOSE PENDING-LETTER
082300     END-EXEC.
082400 5000-EXIT.
082500     EXIT.
082600*****************************************************************
082700*    5100-PRINT-LETTER-LINE - ONE QUEUED LINE TO THE STREAM AND  *
082800*    THE ROW MARKED SUBMITTED UNDER ITS ENVELOPE NUMBER          *
082900*****************************************************************
083000 5100-PRINT-LETTER-LINE.
083100     MOVE DB2-POSTCODE    TO WS-AK-POSTCODE.
083200     MOVE DB2-HOUSENUMBER TO WS-AK-HOUSENUM.
083300     MOVE DB2-HOUSENAME   TO WS-AK-HOUSENAME.
083400     IF WS-ADDRESS-KEY NOT EQUAL WS-PREV-ADDRESS-KEY
083500         IF WS-ENVELOPE-OPEN
083600             PERFORM 5300-CLOSE-ENVELOPE THRU 5300-EXIT
083700         END-IF
083800         PERFORM 5200-OPEN-ENVELOPE THRU 5200-EXIT
083900     END-IF.
084000     MOVE SPACES              TO PS-STREAM-RECORD.
084100     MOVE 'L'                 TO PS-RECORD-TYPE.
084200     MOVE DB2-ENVELOPEID-INT  TO PS-ENVELOPE-ID.
084300     MOVE WS-MAILSORT-KEY     TO PS-MAILSORT-KEY.
084400     MOVE DB2-SOURCEFILE      TO PS-SOURCE.
084500     MOVE DB2-CUSTOMERNUM-INT TO PS-CUSTOMERNUM.
084600     MOVE DB2-LETTERSEQ-INT   TO PS-LETTER-SEQ.
084700     MOVE DB2-LINESEQ-INT     TO PS-LINE-SEQ.
084800     MOVE DB2-LETTERIMAGE     TO PS-LETTER-DATA.
084900     WRITE PS-STREAM-RECORD.
085000     ADD 1 TO WS-ENV-LINE-COUNT.
085100     IF DB2-LINESEQ-INT EQUAL 1
085200         ADD 1 TO WS-ENV-LETTER-COUNT
085300         ADD 1 TO WS-LETTER-COUNT
085400     END-IF.
085500     EXEC SQL
085600         UPDATE PRINTQUEUE
085700            SET STATUS     = 'SUBMITTED',
085800                ENVELOPEID = :DB2-ENVELOPEID-INT
085900          WHERE RUNDATE    = :DB2-RUNDATE
086000            AND SOURCEFILE = :DB2-SOURCEFILE
086100            AND LETTERSEQ  = :DB2-LETTERSEQ-INT
086200            AND LINESEQ    = :DB2-LINESEQ-INT
086300            AND STATUS     = 'PENDING'
086400     END-EXEC.
086500     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
086600         DISPLAY 'LGPRTC01 - SUBMIT UPDATE FAILED, SQLCODE='
086700                 SQLCODE
086800         GO TO 9999-EXIT
086900     END-IF.
087000     PERFORM 5900-READ-DB2 THRU 5900-EXIT.
087100 5100-EXIT.
087200     EXIT.
087300*****************************************************************
087400*    5200-OPEN-ENVELOPE - NEXT ENVELOPE NUMBER AND ITS ADDRESS   *
087500*    HEADER.  THE ENVELOPE IS ADDRESSED TO THE FIRST CUSTOMER AT *
087600*    THE ADDRESS IN CUSTOMER-NUMBER ORDER.  THE MAILSORT KEY IS  *
087700*    THE OUTWARD CODE PLUS THE INWARD SECTOR DIGIT               *
087800*****************************************************************
087900 5200-OPEN-ENVELOPE.
088000     ADD 1 TO DB2-ENVELOPEID-INT.
088100     ADD 1 TO WS-ENVELOPE-COUNT.
088200     MOVE 'Y' TO WS-ENVELOPE-SWITCH.
088300     MOVE 0   TO WS-ENV-LETTER-COUNT.
088400     MOVE 0   TO WS-ENV-LINE-COUNT.
088500     MOVE WS-ADDRESS-KEY TO WS-PREV-ADDRESS-KEY.
088600     MOVE SPACES TO WS-PC-OUTWARD.
088700     MOVE SPACES TO WS-PC-INWARD.
088800     UNSTRING DB2-POSTCODE DELIMITED BY ALL SPACE
088900         INTO WS-PC-OUTWARD, WS-PC-INWARD
089000     END-UNSTRING.
089100     MOVE SPACES TO WS-MAILSORT-KEY.
089200     STRING WS-PC-OUTWARD     DELIMITED BY SPACE
089300            ' '               DELIMITED BY SIZE
089400            WS-PC-INWARD(1:1) DELIMITED BY SIZE
089500         INTO WS-MAILSORT-KEY
089600     END-STRING.
089700     IF WS-MAILSORT-KEY NOT EQUAL WS-PREV-MAILSORT-KEY
089800         ADD 1 TO WS-SELECTION-COUNT
089900         MOVE WS-MAILSORT-KEY TO WS-PREV-MAILSORT-KEY
090000     END-IF.
090100     MOVE SPACES              TO PS-STREAM-RECORD.
090200     MOVE 'E'                 TO PS-RECORD-TYPE.
090300     MOVE DB2-ENVELOPEID-INT  TO PS-ENVELOPE-ID.
090400     MOVE WS-MAILSORT-KEY     TO PS-MAILSORT-KEY.
090500     MOVE DB2-CUSTOMERNUM-INT TO PS-CUSTOMERNUM.
090600     MOVE 0                   TO PS-LETTER-SEQ.
090700     MOVE 0                   TO PS-LINE-SEQ.
090800     STRING DB2-FIRSTNAME DELIMITED BY '  '
090900            ' '           DELIMITED BY SIZE
091000            DB2-LASTNAME  DELIMITED BY SIZE
091100         INTO PS-H-NAME
091200     END-STRING.
091300     MOVE DB2-HOUSENUMBER     TO PS-H-HOUSENUM.
091400     MOVE DB2-HOUSENAME       TO PS-H-HOUSENAME.
091500     MOVE DB2-POSTCODE        TO PS-H-POSTCODE.
091600     WRITE PS-STREAM-RECORD.
091700 5200-EXIT.
091800     EXIT.
091900*****************************************************************
092000*    5300-CLOSE-ENVELOPE - TRAILER WITH THE ENVELOPE'S COUNTS    *
092100*    AND THE PRINTMANIFEST ROW THE VENDOR'S RETURN IS LATER      *
092200*    RECONCILED AGAINST                                          *
092300*****************************************************************
092400 5300-CLOSE-ENVELOPE.
092500     MOVE SPACES              TO PS-STREAM-RECORD.
092600     MOVE 'T'                 TO PS-RECORD-TYPE.
092700     MOVE DB2-ENVELOPEID-INT  TO PS-ENVELOPE-ID.
092800     MOVE WS-MAILSORT-KEY     TO PS-MAILSORT-KEY.
092900     MOVE 0                   TO PS-CUSTOMERNUM.
093000     MOVE 0                   TO PS-LETTER-SEQ.
093100     MOVE 0                   TO PS-LINE-SEQ.
093200     MOVE WS-ENV-LETTER-COUNT TO PS-T-LETTER-COUNT.
093300     MOVE WS-ENV-LINE-COUNT   TO PS-T-LINE-COUNT.
093400     WRITE PS-STREAM-RECORD.
093500     MOVE WS-ENV-LETTER-COUNT TO DB2-LETTERCOUNT-INT.
093600     MOVE WS-ENV-LINE-COUNT   TO DB2-LINECOUNT-INT.
093700     EXEC SQL
093800         INSERT INTO PRINTMANIFEST
093900                ( ENVELOPEID, RUNDATE, POSTCODE, MAILSORTKEY,
094000                  LETTERCOUNT, LINECOUNT, STATUS )
094100         VALUES ( :DB2-ENVELOPEID-INT, :WS-BUSINESS-DATE,
094200                  :WS-PK-POSTCODE, :WS-MAILSORT-KEY,
094300                  :DB2-LETTERCOUNT-INT, :DB2-LINECOUNT-INT,
094400                  'SUBMITTED' )
094500     END-EXEC.
094600     IF SQLCODE NOT EQUAL 0
094700         DISPLAY 'LGPRTC01 - MANIFEST INSERT FAILED, SQLCODE='
094800                 SQLCODE
094900         GO TO 9999-EXIT
095000     END-IF.
095100     MOVE 'N' TO WS-ENVELOPE-SWITCH.
095200 5300-EXIT.
095300     EXIT.
095400*****************************************************************
095500*    5900-READ-DB2 - NEXT PENDING-LETTER CURSOR ROW              *
095600*****************************************************************
095700 5900-READ-DB2.
095800     EXEC SQL
095900         FETCH PENDING-LETTER
096000           INTO :DB2-RUNDATE, :DB2-SOURCEFILE,
096100                :DB2-LETTERSEQ-INT, :DB2-LINESEQ-INT,
096200                :DB2-CUSTOMERNUM-INT, :DB2-LETTERIMAGE,
096300                :DB2-FIRSTNAME, :DB2-LASTNAME,
096400                :DB2-HOUSENAME, :DB2-HOUSENUMBER,
096500                :DB2-POSTCODE
096600     END-EXEC.
096700     EVALUATE SQLCODE
096800         WHEN 0
096900             CONTINUE
097000         WHEN 100
097100             MOVE 'Y' TO WS-DB2-EOF-SWITCH
097200         WHEN OTHER
097300             DISPLAY 'LGPRTC01 - CURSOR FETCH ERROR, SQLCODE='
097400                     SQLCODE
097500             GO TO 9999-EXIT
097600     END-EVALUATE.
097700 5900-EXIT.
097800     EXIT.
097900*****************************************************************
098000*    6000-REPORT-OUTSTANDING - EVERY ENVELOPE FROM AN EARLIER    *
098100*    NIGHT THE VENDOR HAS NOT YET CONFIRMED, ONE LINE EACH       *
098200*****************************************************************
098300 6000-REPORT-OUTSTANDING.
098400     EXEC SQL
098500         OPEN OUTSTANDING-ENVELOPE
098600     END-EXEC.
098700     IF SQLCODE NOT EQUAL 0
098800         DISPLAY 'LGPRTC01 - OUTSTANDING OPEN FAILED, SQLCODE='
098900                 SQLCODE
099000         GO TO 9999-EXIT
099100     END-IF.
099200     PERFORM 6100-REPORT-ENVELOPE THRU 6100-EXIT
099300         UNTIL WS-OUT-EOF.
099400     EXEC SQL
099500         CLOSE OUTSTANDING-ENVELOPE
099600     END-EXEC.
099700 6000-EXIT.
099800     EXIT.
099900 6100-REPORT-ENVELOPE.
100000     EXEC SQL
100100         FETCH OUTSTANDING-ENVELOPE
100200           INTO :DB2-ENVELOPEID-INT, :DB2-ENVELOPE-RUNDATE,
100300                :DB2-POSTCODE
100400     END-EXEC.
100500     IF SQLCODE EQUAL 100
100600         MOVE 'Y' TO WS-OUT-EOF-SWITCH
100700         GO TO 6100-EXIT
100800     END-IF.
100900     IF SQLCODE NOT EQUAL 0
101000         DISPLAY 'LGPRTC01 - OUTSTANDING FETCH, SQLCODE='
101100                 SQLCODE
101200         GO TO 9999-EXIT
101300     END-IF.
101400     MOVE 'NOT YET CONFIRMED BY PRINT VENDOR' TO PR-E-REASON.
101500     PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT.
101600     ADD 1 TO WS-OUTSTANDING-COUNT.
101700 6100-EXIT.
101800     EXIT.
101900*****************************************************************
102000*    8000-FINALIZE - CONSOLIDATION SUMMARY, THEN CLOSE           *
102100*****************************************************************
102200 8000-FINALIZE.
102300     MOVE 'LETTERS GATHERED'          TO PR-S-LABEL.
102400     MOVE WS-GATHERED-COUNT           TO PR-S-COUNT.
102500     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
102600     MOVE 'SUPPRESSED - GONE AWAY/DECEASED' TO PR-S-LABEL.
102700     MOVE WS-SUPPRESSED-COUNT         TO PR-S-COUNT.
102800     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
102900     MOVE 'LETTERS IN PRINT STREAM'   TO PR-S-LABEL.
103000     MOVE WS-LETTER-COUNT             TO PR-S-COUNT.
103100     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
103200     MOVE 'ENVELOPES IN PRINT STREAM' TO PR-S-LABEL.
103300     MOVE WS-ENVELOPE-COUNT           TO PR-S-COUNT.
103400     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
103500     MOVE 'MAILSORT SELECTIONS'       TO PR-S-LABEL.
103600     MOVE WS-SELECTION-COUNT          TO PR-S-COUNT.
103700     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
103800     MOVE 'MANIFEST - ENVELOPES PRODUCED' TO PR-S-LABEL.
103900     MOVE WS-PRODUCED-COUNT           TO PR-S-COUNT.
104000     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
104100     MOVE 'MANIFEST - SPOILED, RE-MADE' TO PR-S-LABEL.
104200     MOVE WS-SPOILED-COUNT            TO PR-S-COUNT.
104300     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
104400     MOVE 'MANIFEST - UNMATCHED RECORDS' TO PR-S-LABEL.
104500     MOVE WS-UNMATCHED-COUNT          TO PR-S-COUNT.
104600     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
104700     MOVE 'ENVELOPES STILL UNCONFIRMED' TO PR-S-LABEL.
104800     MOVE WS-OUTSTANDING-COUNT        TO PR-S-COUNT.
104900     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
105000     CLOSE PRINT-MANIFEST-FILE.
105100     CLOSE PRINT-STREAM-FILE.
105200     CLOSE PRINT-REPORT-FILE.
105300     MOVE 'E' TO RCTL-ACTION
105400     CALL 'LGRCTL01' USING RCTL-REQUEST.
105500 8000-EXIT.
105600     EXIT.
105700*****************************************************************
105800*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
105900*****************************************************************
106000 9999-EXIT.
106100     STOP RUN.
