000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGCHQR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        CHEQUE REGISTER RUN - APPLIES THE BANK'S FILE OF
000800                 PRESENTED CHEQUES TO THE CHEQUE REGISTER AND
000900                 MARKS THE CLAIM PAYMENT OR PREMIUM REFUND PAID,
001000                 CANCELS EVERY CHEQUE STILL UNPRESENTED AFTER
001100                 THE VALIDITY PERIOD AND RETURNS ITS MONEY TO
001200                 THE CLAIM OR REFUND AS OUTSTANDING, LISTS THE
001300                 STOPPED AND CANCELLED CHEQUES THE BANK HAS NOT
001400                 YET BEEN TOLD OF, AND WRITES EVERY NEWLY ISSUED
001500                 CHEQUE TO THE CHEQUE PRINTER FILE.
001600*****************************************************************
001700*    MODIFICATION HISTORY                                       *
001800*    DATE      INIT   DESCRIPTION                               *
001900*    10/15/26  LGIT   INITIAL VERSION                           *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.    IBM-370.
002400 OBJECT-COMPUTER.    IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PRESENTED-INPUT-FILE ASSIGN TO CHQPRES
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-CHQPRES-STATUS.
003000     SELECT CHEQUE-PRINT-FILE ASSIGN TO CHQPRT
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-CHQPRT-STATUS.
003300     SELECT CHEQUE-REPORT-FILE ASSIGN TO CHQRPT
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-CHQRPT-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800*****************************************************************
003900*    PRESENTED-INPUT-FILE - ONE CHEQUE THE BANK HAS PAID OUT ON *
004000*    PER RECORD, WITH THE AMOUNT IT PAID AND THE DATE           *
004100*****************************************************************
004200 FD  PRESENTED-INPUT-FILE
004300     RECORDING MODE IS F.
004400 01  PI-PRESENTED-RECORD.
004500     05  PI-CHEQUE-NUM           PIC 9(08).
004600     05  PI-AMOUNT               PIC 9(09)V99.
004700     05  PI-PRESENT-DATE         PIC X(10).
004800     05  FILLER                  PIC X(51).
004900*****************************************************************
005000*    CHEQUE-PRINT-FILE - ONE CHEQUE PER RECORD FOR THE CHEQUE   *
005100*    PRINTER.  THE REFERENCE IS THE CLAIM NUMBER ON A CLAIM     *
005200*    CHEQUE AND THE POLICY NUMBER ON A REFUND                   *
005300*****************************************************************
005400 FD  CHEQUE-PRINT-FILE
005500     RECORDING MODE IS F.
005600 01  CQ-PRINT-RECORD.
005700     05  CQ-CHEQUE-NUM           PIC 9(08).
005800     05  CQ-ISSUE-DATE           PIC X(10).
005900     05  CQ-PAYEE                PIC X(35).
006000     05  CQ-AMOUNT               PIC 9(09)V99.
006100     05  CQ-AMOUNT-EDIT          PIC ***,***,**9.99.
006200     05  CQ-SOURCE               PIC X(01).
006300     05  CQ-REFERENCE            PIC 9(10).
006400     05  FILLER                  PIC X(11).
006500 FD  CHEQUE-REPORT-FILE
006600     RECORDING MODE IS F.
006700 01  CR-REPORT-LINE              PIC X(133).
006800 WORKING-STORAGE SECTION.
006900*****************************************************************
007000*    FILE STATUS AND SWITCHES                                   *
007100*****************************************************************
007200 77  WS-CHQPRES-STATUS           PIC X(02) VALUE SPACES.
007300     88  WS-CHQPRES-OK                     VALUE '00'.
007400 77  WS-CHQPRT-STATUS            PIC X(02) VALUE SPACES.
007500     88  WS-CHQPRT-OK                      VALUE '00'.
007600 77  WS-CHQRPT-STATUS            PIC X(02) VALUE SPACES.
007700     88  WS-CHQRPT-OK                      VALUE '00'.
007800 77  WS-IN-EOF-SWITCH            PIC X(01) VALUE 'N'.
007900     88  WS-IN-EOF                         VALUE 'Y'.
008000 77  WS-EXP-EOF-SWITCH           PIC X(01) VALUE 'N'.
008100     88  WS-EXP-EOF                        VALUE 'Y'.
008200 77  WS-ADV-EOF-SWITCH           PIC X(01) VALUE 'N'.
008300     88  WS-ADV-EOF                        VALUE 'Y'.
008400 77  WS-PRT-EOF-SWITCH           PIC X(01) VALUE 'N'.
008500     88  WS-PRT-EOF                        VALUE 'Y'.
008600 77  WS-PRESENTED-COUNT          PIC 9(07) COMP-3 VALUE 0.
008700 77  WS-PRESENTED-AMOUNT         PIC 9(11)V99 COMP-3 VALUE 0.
008800 77  WS-REJECTED-COUNT           PIC 9(07) COMP-3 VALUE 0.
008900 77  WS-REJECTED-AMOUNT          PIC 9(11)V99 COMP-3 VALUE 0.
009000 77  WS-EXPIRED-COUNT            PIC 9(07) COMP-3 VALUE 0.
009100 77  WS-EXPIRED-AMOUNT           PIC 9(11)V99 COMP-3 VALUE 0.
009200 77  WS-ADVISED-COUNT            PIC 9(07) COMP-3 VALUE 0.
009300 77  WS-ADVISED-AMOUNT           PIC 9(11)V99 COMP-3 VALUE 0.
009400 77  WS-PRINTED-COUNT            PIC 9(07) COMP-3 VALUE 0.
009500 77  WS-PRINTED-AMOUNT           PIC 9(11)V99 COMP-3 VALUE 0.
009600*****************************************************************
009700*    A CHEQUE IS GOOD FOR SIX MONTHS FROM ITS ISSUE DATE; AFTER *
009800*    THAT THE BANK WILL NOT HONOUR IT AND IT IS CANCELLED       *
009900*****************************************************************
010000 77  WS-VALIDITY-MONTHS          PIC S9(4) COMP VALUE +6.
010100 77  WS-INTERIM-BAND             PIC S9(4) COMP VALUE +900.
010200 01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
010300*****************************************************************
010400*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
010500*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
010600*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
010700*    RIGHT DATED OUTPUT AND SELECTIONS                          *
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
012000 01  WS-REPORT-DATE.
012100     05  WS-RD-DD                PIC 9(02).
012200     05  FILLER                  PIC X(01) VALUE '/'.
012300     05  WS-RD-MM                PIC 9(02).
012400     05  FILLER                  PIC X(01) VALUE '/'.
012500     05  WS-RD-YYYY              PIC 9(04).
012600 01  WS-TODAY-DATE-ISO           PIC X(10).
012700 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
012800     05  WS-TD-YYYY              PIC X(04).
012900     05  FILLER                  PIC X(01).
013000     05  WS-TD-MM                PIC X(02).
013100     05  FILLER                  PIC X(01).
013200     05  WS-TD-DD                PIC X(02).
013300*****************************************************************
013400*    PRESENTATION DATE AS SUPPLIED BY THE BANK, YYYY-MM-DD      *
013500*****************************************************************
013600 01  WS-PRESENT-DATE-ISO         PIC X(10).
013700 01  WS-PRESENT-DATE-BRKDN       REDEFINES WS-PRESENT-DATE-ISO.
013800     05  WS-PRS-YYYY             PIC 9(04).
013900     05  WS-PRS-SEP1             PIC X(01).
014000     05  WS-PRS-MM               PIC 9(02).
014100     05  WS-PRS-SEP2             PIC X(01).
014200     05  WS-PRS-DD               PIC 9(02).
014300*****************************************************************
014400*    DB2 ROWS                                                   *
014500*****************************************************************
014600 01  DB2-CHEQUE-NUM              PIC S9(9) COMP.
014700 01  DB2-CHEQUE-STATUS           PIC X(01).
014800 01  DB2-CHEQUE-SOURCE           PIC X(01).
014900 01  DB2-CLAIMNUM-INT            PIC S9(9) COMP.
015000 01  DB2-LINESEQ-SINT            PIC S9(4) COMP.
015100 01  DB2-INTERIM-SEQ             PIC S9(4) COMP.
015200 01  DB2-POLICYNUM-INT           PIC S9(9) COMP.
015300 01  DB2-REFUND-KEY              PIC X(26).
015400 01  DB2-CHEQUE-PAYEE            PIC X(35).
015500 01  DB2-CHEQUE-AMT              PIC S9(9)V99 COMP-3.
015600 01  DB2-PRESENTED-AMT           PIC S9(9)V99 COMP-3.
015700 01  DB2-ISSUE-DATE              PIC X(10).
015800 01  DB2-LIVE-COUNT              PIC S9(9) COMP.
015900 01  DB2-LIVE-AMOUNT             PIC S9(11)V99 COMP-3.
016000*****************************************************************
016100*    REPORT LINE LAYOUTS                                        *
016200*****************************************************************
016300 01  CR-HEADING-1.
016400     05  FILLER                  PIC X(43) VALUE
016500         'LG INSURANCE - CHEQUE REGISTER RUN'.
016600     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
016700     05  CR-H1-DATE              PIC X(10) VALUE SPACES.
016800     05  FILLER                  PIC X(70) VALUE SPACES.
016900 01  CR-HEADING-2.
017000     05  FILLER                  PIC X(16) VALUE
017100         '  ACTION'.
017200     05  FILLER                  PIC X(10) VALUE 'CHEQUE'.
017300     05  FILLER                  PIC X(37) VALUE 'PAYEE'.
017400     05  FILLER                  PIC X(16) VALUE
017500         '        AMOUNT'.
017600     05  FILLER                  PIC X(12) VALUE 'ISSUED'.
017700     05  FILLER                  PIC X(12) VALUE 'REFERENCE'.
017800     05  FILLER                  PIC X(30) VALUE 'NOTE'.
017900 01  CR-DETAIL-LINE.
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  CR-D-ACTION             PIC X(12).
018200     05  FILLER                  PIC X(02) VALUE SPACES.
018300     05  CR-D-CHEQUE             PIC 9(08).
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  CR-D-PAYEE              PIC X(35).
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  CR-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  CR-D-ISSUE-DATE         PIC X(10).
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  CR-D-REFERENCE          PIC 9(10).
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  CR-D-NOTE               PIC X(30).
019400 01  CR-BLANK-LINE               PIC X(133) VALUE SPACES.
019500 01  CR-SUMMARY-LINE.
019600     05  FILLER                  PIC X(20) VALUE SPACES.
019700     05  CR-S-LABEL              PIC X(36).
019800     05  CR-S-COUNT              PIC ZZZ,ZZ9.
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  CR-S-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
020100     05  FILLER                  PIC X(54) VALUE SPACES.
020200     COPY LGRCTL.
020300     EXEC SQL
020400         INCLUDE SQLCA
020500     END-EXEC.
020600*    LIVE CHEQUES PAST THEIR VALIDITY PERIOD.  THE EXPIRY STEP
020700*    RUNS AFTER THE PRESENTATIONS, SO A CHEQUE CASHED ON ITS
020800*    LAST GOOD DAY IS PAID, NOT CANCELLED
020900     EXEC SQL
021000         DECLARE EXPIRED-CHEQUES CURSOR WITH HOLD FOR
021100           SELECT CHEQUENUMBER, SOURCETYPE, CLAIMNUMBER,
021200                  LINESEQ, POLICYNUMBER, REFUNDKEY,
021300                  PAYEENAME, AMOUNT, CHAR(ISSUEDATE, ISO)
021400             FROM CHEQUEREGISTER
021500            WHERE STATUS = 'I'
021600              AND ISSUEDATE <= DATE(:WS-TODAY-DATE-ISO)
021700                               - :WS-VALIDITY-MONTHS MONTHS
021800            ORDER BY CHEQUENUMBER
021900     END-EXEC.
022000*    STOPPED, REPLACED AND CANCELLED CHEQUES THE BANK HAS NOT
022100*    YET BEEN TOLD TO REFUSE
022200     EXEC SQL
022300         DECLARE ADVISE-CHEQUES CURSOR WITH HOLD FOR
022400           SELECT CHEQUENUMBER, STATUS, SOURCETYPE,
022500                  CLAIMNUMBER, POLICYNUMBER, PAYEENAME,
022600                  AMOUNT, CHAR(ISSUEDATE, ISO)
022700             FROM CHEQUEREGISTER
022800            WHERE STATUS IN ('S', 'R', 'C')
022900              AND BANKADVISED IS NULL
023000            ORDER BY CHEQUENUMBER
023100     END-EXEC.
023200*    NEWLY ISSUED CHEQUES, INCLUDING REPLACEMENTS RAISED BY A
023300*    STOP AND REISSUE, NOT YET SENT TO THE CHEQUE PRINTER
023400     EXEC SQL
023500         DECLARE PRINT-CHEQUES CURSOR WITH HOLD FOR
023600           SELECT CHEQUENUMBER, SOURCETYPE, CLAIMNUMBER,
023700                  POLICYNUMBER, PAYEENAME, AMOUNT,
023800                  CHAR(ISSUEDATE, ISO)
023900             FROM CHEQUEREGISTER
024000            WHERE STATUS = 'I'
024100              AND PRINTEDDATE IS NULL
024200            ORDER BY CHEQUENUMBER
024300     END-EXEC.
024400 LINKAGE SECTION.
024500 PROCEDURE DIVISION.
024600*****************************************************************
024700*    0000-MAINLINE                                              *
024800*****************************************************************
024900 0000-MAINLINE SECTION.
025000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025100     PERFORM 2000-APPLY-PRESENTED THRU 2000-EXIT
025200         UNTIL WS-IN-EOF.
025300     PERFORM 3000-OPEN-EXPIRED THRU 3000-EXIT.
025400     PERFORM 3100-EXPIRE-CHEQUE THRU 3100-EXIT
025500         UNTIL WS-EXP-EOF.
025600     PERFORM 4000-OPEN-ADVISE THRU 4000-EXIT.
025700     PERFORM 4100-ADVISE-CHEQUE THRU 4100-EXIT
025800         UNTIL WS-ADV-EOF.
025900     PERFORM 5000-OPEN-PRINT THRU 5000-EXIT.
026000     PERFORM 5100-PRINT-CHEQUE THRU 5100-EXIT
026100         UNTIL WS-PRT-EOF.
026200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
026300     GO TO 9999-EXIT.
026400 0000-MAINLINE-EXIT.
026500     EXIT.
026600*****************************************************************
026700*    1000-INITIALIZE                                            *
026800*****************************************************************
026900 1000-INITIALIZE.
027000     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
027100     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
027200     MOVE 'S'        TO RCTL-ACTION
027300     MOVE 'LGCHQR01' TO RCTL-JOBNAME
027400     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
027500     MOVE WS-CD-MM   TO RCTL-BD-MM
027600     MOVE WS-CD-DD   TO RCTL-BD-DD
027700     MOVE '-'        TO RCTL-BD-S1
027800     MOVE '-'        TO RCTL-BD-S2
027900     CALL 'LGRCTL01' USING RCTL-REQUEST
028000     IF RCTL-RC NOT EQUAL '00'
028100         DISPLAY 'LGCHQR01 - RUN CONTROL REFUSED, RC='
028200                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
028300         GO TO 9999-EXIT
028400     END-IF.
028500     MOVE WS-CD-DD   TO WS-RD-DD
028600     MOVE WS-CD-MM   TO WS-RD-MM
028700     MOVE WS-CD-YYYY TO WS-RD-YYYY.
028800     MOVE WS-REPORT-DATE TO CR-H1-DATE.
028900     MOVE WS-CD-YYYY TO WS-TD-YYYY
029000     MOVE WS-CD-MM   TO WS-TD-MM
029100     MOVE WS-CD-DD   TO WS-TD-DD
029200     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
029300     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
029400     OPEN INPUT PRESENTED-INPUT-FILE.
029500     IF NOT WS-CHQPRES-OK
029600         DISPLAY 'LGCHQR01 - CHQPRES OPEN FAILED, STATUS='
029700                 WS-CHQPRES-STATUS
029800         GO TO 9999-EXIT
029900     END-IF.
030000     OPEN OUTPUT CHEQUE-PRINT-FILE.
030100     IF NOT WS-CHQPRT-OK
030200         DISPLAY 'LGCHQR01 - CHQPRT OPEN FAILED, STATUS='
030300                 WS-CHQPRT-STATUS
030400         GO TO 9999-EXIT
030500     END-IF.
030600     OPEN OUTPUT CHEQUE-REPORT-FILE.
030700     IF NOT WS-CHQRPT-OK
030800         DISPLAY 'LGCHQR01 - CHQRPT OPEN FAILED, STATUS='
030900                 WS-CHQRPT-STATUS
031000         GO TO 9999-EXIT
031100     END-IF.
031200     WRITE CR-REPORT-LINE FROM CR-HEADING-1.
031300     WRITE CR-REPORT-LINE FROM CR-BLANK-LINE.
031400     WRITE CR-REPORT-LINE FROM CR-HEADING-2.
031500     WRITE CR-REPORT-LINE FROM CR-BLANK-LINE.
031600 1000-EXIT.
031700     EXIT.
031800*****************************************************************
031900*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
032000*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
032100*****************************************************************
032200 1050-GET-BUSINESS-DATE.
032300     EXEC SQL
032400         SELECT BUSINESSDATE
032500           INTO :WS-BUSINESS-DATE
032600           FROM BUSINESSDATE
032700          WHERE CONTROLID = 'LG'
032800     END-EXEC.
032900     IF SQLCODE EQUAL 0
033000         MOVE WS-BD-YYYY TO WS-CD-YYYY
033100         MOVE WS-BD-MM   TO WS-CD-MM
033200         MOVE WS-BD-DD   TO WS-CD-DD
033300     END-IF.
033400 1050-EXIT.
033500     EXIT.
033600*****************************************************************
033700*    2000-APPLY-PRESENTED - A PRESENTED CHEQUE MUST BE LIVE ON  *
033800*    THE REGISTER FOR THE AMOUNT ISSUED.  ANYTHING ELSE IS      *
033900*    REPORTED FOR THE CASHIERS TO TAKE UP WITH THE BANK         *
034000*****************************************************************
034100 2000-APPLY-PRESENTED.
034200     READ PRESENTED-INPUT-FILE
034300         AT END
034400             MOVE 'Y' TO WS-IN-EOF-SWITCH
034500             GO TO 2000-EXIT
034600     END-READ.
034700     MOVE PI-CHEQUE-NUM TO DB2-CHEQUE-NUM.
034800     PERFORM 2100-VALIDATE-PRESENTED THRU 2100-EXIT.
034900     IF WS-REJECT-REASON NOT EQUAL SPACES
035000         PERFORM 2200-REJECT-PRESENTED THRU 2200-EXIT
035100         GO TO 2000-EXIT
035200     END-IF.
035300     PERFORM 2300-MARK-PAID THRU 2300-EXIT.
035400 2000-EXIT.
035500     EXIT.
035600*****************************************************************
035700*    2100-VALIDATE-PRESENTED - THE REJECT REASON STAYS SPACES   *
035800*    WHEN THE PRESENTATION IS GOOD.  A BLANK DATE TAKES THE     *
035900*    BUSINESS DATE                                              *
036000*****************************************************************
036100 2100-VALIDATE-PRESENTED.
036200     MOVE SPACES TO WS-REJECT-REASON.
036300     MOVE SPACES TO DB2-CHEQUE-PAYEE.
036400     MOVE SPACES TO DB2-ISSUE-DATE.
036500     MOVE ZERO   TO DB2-CLAIMNUM-INT.
036600     MOVE ZERO   TO DB2-POLICYNUM-INT.
036700     IF PI-CHEQUE-NUM IS NOT NUMERIC OR
036800        PI-AMOUNT     IS NOT NUMERIC
036900         MOVE ZERO TO DB2-PRESENTED-AMT
037000         MOVE 'CHEQUE OR AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
037100         GO TO 2100-EXIT
037200     END-IF.
037300     MOVE PI-AMOUNT TO DB2-PRESENTED-AMT.
037400     IF PI-PRESENT-DATE EQUAL SPACES
037500         MOVE WS-TODAY-DATE-ISO TO WS-PRESENT-DATE-ISO
037600     ELSE
037700         MOVE PI-PRESENT-DATE   TO WS-PRESENT-DATE-ISO
037800     END-IF.
037900     IF WS-PRS-YYYY IS NOT NUMERIC OR
038000        WS-PRS-MM   IS NOT NUMERIC OR
038100        WS-PRS-DD   IS NOT NUMERIC OR
038200        WS-PRS-SEP1 NOT EQUAL '-'  OR
038300        WS-PRS-SEP2 NOT EQUAL '-'
038400         MOVE 'PRESENTED DATE NOT YYYY-MM-DD' TO WS-REJECT-REASON
038500         GO TO 2100-EXIT
038600     END-IF.
038700     EXEC SQL
038800         SELECT STATUS, SOURCETYPE, CLAIMNUMBER, LINESEQ,
038900                POLICYNUMBER, REFUNDKEY, PAYEENAME, AMOUNT,
039000                CHAR(ISSUEDATE, ISO)
039100           INTO :DB2-CHEQUE-STATUS, :DB2-CHEQUE-SOURCE,
039200                :DB2-CLAIMNUM-INT, :DB2-LINESEQ-SINT,
039300                :DB2-POLICYNUM-INT, :DB2-REFUND-KEY,
039400                :DB2-CHEQUE-PAYEE, :DB2-CHEQUE-AMT,
039500                :DB2-ISSUE-DATE
039600           FROM CHEQUEREGISTER
039700          WHERE CHEQUENUMBER = :DB2-CHEQUE-NUM
039800     END-EXEC.
039900     IF SQLCODE EQUAL 100
040000         MOVE 'CHEQUE NOT ON REGISTER' TO WS-REJECT-REASON
040100         GO TO 2100-EXIT
040200     END-IF.
040300     IF SQLCODE NOT EQUAL 0
040400         DISPLAY 'LGCHQR01 - CHEQUE SELECT FAILED, SQLCODE='
040500                 SQLCODE
040600         GO TO 9999-EXIT
040700     END-IF.
040800     EVALUATE DB2-CHEQUE-STATUS
040900         WHEN 'I'
041000             CONTINUE
041100         WHEN 'P'
041200             MOVE 'CHEQUE ALREADY PRESENTED' TO WS-REJECT-REASON
041300             GO TO 2100-EXIT
041400         WHEN 'C'
041500             MOVE 'CHEQUE CANCELLED - OUT OF DATE'
041600               TO WS-REJECT-REASON
041700             GO TO 2100-EXIT
041800         WHEN OTHER
041900             MOVE 'CHEQUE STOPPED' TO WS-REJECT-REASON
042000             GO TO 2100-EXIT
042100     END-EVALUATE.
042200     IF DB2-PRESENTED-AMT NOT EQUAL DB2-CHEQUE-AMT
042300         MOVE 'AMOUNT DIFFERS FROM REGISTER' TO WS-REJECT-REASON
042400     END-IF.
042500 2100-EXIT.
042600     EXIT.
042700*****************************************************************
042800*    2200-REJECT-PRESENTED                                      *
042900*****************************************************************
043000 2200-REJECT-PRESENTED.
043100     MOVE 'REJECTED'        TO CR-D-ACTION.
043200     MOVE PI-CHEQUE-NUM     TO CR-D-CHEQUE.
043300     MOVE DB2-CHEQUE-PAYEE  TO CR-D-PAYEE.
043400     MOVE DB2-PRESENTED-AMT TO CR-D-AMOUNT.
043500     MOVE DB2-ISSUE-DATE    TO CR-D-ISSUE-DATE.
043600     IF DB2-CLAIMNUM-INT EQUAL ZERO
043700         MOVE DB2-POLICYNUM-INT TO CR-D-REFERENCE
043800     ELSE
043900         MOVE DB2-CLAIMNUM-INT  TO CR-D-REFERENCE
044000     END-IF.
044100     MOVE WS-REJECT-REASON  TO CR-D-NOTE.
044200     WRITE CR-REPORT-LINE FROM CR-DETAIL-LINE.
044300     ADD 1 TO WS-REJECTED-COUNT.
044400     ADD DB2-PRESENTED-AMT TO WS-REJECTED-AMOUNT.
044500 2200-EXIT.
044600     EXIT.
044700*****************************************************************
044800*    2300-MARK-PAID - THE REGISTER ROW IS PRESENTED AND THE     *
044900*    PAYMENT IT CARRIED IS PAID, READY FOR BANK RECONCILIATION  *
045000*****************************************************************
045100 2300-MARK-PAID.
045200     EXEC SQL
045300         UPDATE CHEQUEREGISTER
045400            SET STATUS      = 'P',
045500                STATUSDATE  = DATE(:WS-PRESENT-DATE-ISO),
045600                LASTCHANGED = CURRENT TIMESTAMP
045700          WHERE CHEQUENUMBER = :DB2-CHEQUE-NUM
045800            AND STATUS       = 'I'
045900     END-EXEC.
046000     IF SQLCODE NOT EQUAL 0
046100         DISPLAY 'LGCHQR01 - REGISTER UPDATE FAILED, SQLCODE='
046200                 SQLCODE
046300         GO TO 9999-EXIT
046400     END-IF.
046500     IF DB2-CHEQUE-SOURCE EQUAL 'R'
046600         EXEC SQL
046700             UPDATE PREMIUMREFUND
046800                SET STATUS = 'PAID'
046900              WHERE POLICYNUMBER      = :DB2-POLICYNUM-INT
047000                AND CHAR(LASTCHANGED) = :DB2-REFUND-KEY
047100                AND STATUS            = 'ISSUED'
047200         END-EXEC
047300     ELSE
047400         EXEC SQL
047500             UPDATE CLAIMPAYMENT
047600                SET STATUS = 'PAID'
047700              WHERE CHEQUENUMBER = :DB2-CHEQUE-NUM
047800                AND STATUS       = 'ISSUED'
047900         END-EXEC
048000     END-IF.
048100     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
048200         DISPLAY 'LGCHQR01 - PAYMENT UPDATE FAILED, SQLCODE='
048300                 SQLCODE
048400         GO TO 9999-EXIT
048500     END-IF.
048600     IF DB2-CHEQUE-SOURCE EQUAL 'C' AND
048700        DB2-LINESEQ-SINT NOT LESS THAN WS-INTERIM-BAND
048800         COMPUTE DB2-INTERIM-SEQ =
048900             DB2-LINESEQ-SINT - WS-INTERIM-BAND
049000         EXEC SQL
049100             UPDATE INTERIMPAYMENT
049200                SET STATUS = 'PAID'
049300              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
049400                AND INTERIMSEQ  = :DB2-INTERIM-SEQ
049500                AND STATUS      = 'ISSUED'
049600         END-EXEC
049700         IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
049800             DISPLAY 'LGCHQR01 - INTERIM UPDATE FAILED, SQLCODE='
049900                     SQLCODE
050000             GO TO 9999-EXIT
050100         END-IF
050200     END-IF.
050300     ADD 1 TO WS-PRESENTED-COUNT.
050400     ADD DB2-CHEQUE-AMT TO WS-PRESENTED-AMOUNT.
050500 2300-EXIT.
050600     EXIT.
050700*****************************************************************
050800*    3000-OPEN-EXPIRED                                          *
050900*****************************************************************
051000 3000-OPEN-EXPIRED.
051100     EXEC SQL
051200         OPEN EXPIRED-CHEQUES
051300     END-EXEC.
051400     IF SQLCODE NOT EQUAL 0
051500         DISPLAY 'LGCHQR01 - EXPIRED OPEN FAILED, SQLCODE='
051600                 SQLCODE
051700         GO TO 9999-EXIT
051800     END-IF.
051900     PERFORM 3500-READ-EXPIRED THRU 3500-EXIT.
052000 3000-EXIT.
052100     EXIT.
052200*****************************************************************
052300*    3100-EXPIRE-CHEQUE - CANCEL THE CHEQUE, PUT ITS MONEY BACK *
052400*    AS OUTSTANDING SO THE NEXT DISBURSEMENT RUN PAYS IT AGAIN, *
052500*    AND ON A CLAIM TELL THE HANDLER TO CHASE THE PAYEE         *
052600*****************************************************************
052700 3100-EXPIRE-CHEQUE.
052800     EXEC SQL
052900         UPDATE CHEQUEREGISTER
053000            SET STATUS      = 'C',
053100                STATUSDATE  = DATE(:WS-TODAY-DATE-ISO),
053200                STOPREASON  = 'NOT PRESENTED IN TIME',
053300                LASTCHANGED = CURRENT TIMESTAMP
053400          WHERE CHEQUENUMBER = :DB2-CHEQUE-NUM
053500            AND STATUS       = 'I'
053600     END-EXEC.
053700     IF SQLCODE NOT EQUAL 0
053800         DISPLAY 'LGCHQR01 - EXPIRY UPDATE FAILED, SQLCODE='
053900                 SQLCODE
054000         GO TO 9999-EXIT
054100     END-IF.
054200     PERFORM 3200-RETURN-OUTSTANDING THRU 3200-EXIT.
054300     IF DB2-CHEQUE-SOURCE EQUAL 'C'
054400         PERFORM 3300-RAISE-DIARY THRU 3300-EXIT
054500     END-IF.
054600     MOVE 'CANCELLED'       TO CR-D-ACTION.
054700     MOVE DB2-CHEQUE-NUM    TO CR-D-CHEQUE.
054800     MOVE DB2-CHEQUE-PAYEE  TO CR-D-PAYEE.
054900     MOVE DB2-CHEQUE-AMT    TO CR-D-AMOUNT.
055000     MOVE DB2-ISSUE-DATE    TO CR-D-ISSUE-DATE.
055100     IF DB2-CHEQUE-SOURCE EQUAL 'R'
055200         MOVE DB2-POLICYNUM-INT TO CR-D-REFERENCE
055300         MOVE 'REFUND RETURNED AS DUE' TO CR-D-NOTE
055400     ELSE
055500         MOVE DB2-CLAIMNUM-INT  TO CR-D-REFERENCE
055600         MOVE 'CLAIM PAYMENT OUTSTANDING' TO CR-D-NOTE
055700     END-IF.
055800     WRITE CR-REPORT-LINE FROM CR-DETAIL-LINE.
055900     ADD 1 TO WS-EXPIRED-COUNT.
056000     ADD DB2-CHEQUE-AMT TO WS-EXPIRED-AMOUNT.
056100     PERFORM 3500-READ-EXPIRED THRU 3500-EXIT.
056200 3100-EXIT.
056300     EXIT.
056400*****************************************************************
056500*    3200-RETURN-OUTSTANDING - A CANCELLED CLAIM PAYMENT PUTS   *
056600*    THE CLAIM OR LINE BACK IN FRONT OF LGCLMP01; AN INTERIM    *
056700*    (LINESEQ 900 UP) ALSO RE-OPENS ITS INTERIMPAYMENT ROW.  A  *
056800*    REFUND CHEQUE RE-OPENS THE PREMIUMREFUND ROW IT PAID       *
056900*****************************************************************
057000 3200-RETURN-OUTSTANDING.
057100     IF DB2-CHEQUE-SOURCE EQUAL 'R'
057200         EXEC SQL
057300             UPDATE PREMIUMREFUND
057400                SET STATUS        = 'DUE',
057500                    PROCESSEDDATE = NULL
057600              WHERE POLICYNUMBER      = :DB2-POLICYNUM-INT
057700                AND CHAR(LASTCHANGED) = :DB2-REFUND-KEY
057800                AND STATUS            = 'ISSUED'
057900         END-EXEC
058000     ELSE
058100         EXEC SQL
058200             UPDATE CLAIMPAYMENT
058300                SET STATUS = 'CANCELLED'
058400              WHERE CHEQUENUMBER = :DB2-CHEQUE-NUM
058500                AND STATUS       = 'ISSUED'
058600         END-EXEC
058700     END-IF.
058800     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
058900         DISPLAY 'LGCHQR01 - RETURN UPDATE FAILED, SQLCODE='
059000                 SQLCODE
059100         GO TO 9999-EXIT
059200     END-IF.
059300     IF DB2-CHEQUE-SOURCE EQUAL 'R' OR
059400        DB2-LINESEQ-SINT LESS THAN WS-INTERIM-BAND
059500         GO TO 3200-EXIT
059600     END-IF.
059700     COMPUTE DB2-INTERIM-SEQ = DB2-LINESEQ-SINT - WS-INTERIM-BAND.
059800     EXEC SQL
059900         UPDATE INTERIMPAYMENT
060000            SET STATUS = 'DUE'
060100          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
060200            AND INTERIMSEQ  = :DB2-INTERIM-SEQ
060300            AND STATUS      = 'ISSUED'
060400     END-EXEC.
060500     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
060600         DISPLAY 'LGCHQR01 - INTERIM UPDATE FAILED, SQLCODE='
060700                 SQLCODE
060800         GO TO 9999-EXIT
060900     END-IF.
061000 3200-EXIT.
061100     EXIT.
061200*****************************************************************
061300*    3300-RAISE-DIARY - A 'CHQ' TASK FOR THE CLAIM HANDLER TO   *
061400*    CONFIRM THE PAYEE'S DETAILS BEFORE THE MONEY GOES AGAIN    *
061500*****************************************************************
061600 3300-RAISE-DIARY.
061700     EXEC SQL
061800         INSERT INTO CLAIMDIARY
061900                   ( CLAIMNUMBER,
062000                     DIARYSEQ,
062100                     TASKTYPE,
062200                     TASKDESC,
062300                     DUEDATE,
062400                     OWNERID,
062500                     STATUS,
062600                     CREATEDTIME )
062700            SELECT :DB2-CLAIMNUM-INT,
062800                   COALESCE(MAX(D.DIARYSEQ), 0) + 1,
062900                   'CHQ',
063000                   'UNPRESENTED CHEQUE CANCELLED',
063100                   DATE(:WS-TODAY-DATE-ISO) + 5 DAYS,
063200                   ( SELECT COALESCE(C.HANDLERID, ' ')
063300                       FROM CLAIM C
063400                      WHERE C.CLAIMNUMBER = :DB2-CLAIMNUM-INT ),
063500                   'O',
063600                   CURRENT TIMESTAMP
063700              FROM CLAIMDIARY D
063800             WHERE D.CLAIMNUMBER = :DB2-CLAIMNUM-INT
063900     END-EXEC.
064000     IF SQLCODE NOT EQUAL 0
064100         DISPLAY 'LGCHQR01 - DIARY INSERT FAILED, SQLCODE='
064200                 SQLCODE
064300         GO TO 9999-EXIT
064400     END-IF.
064500 3300-EXIT.
064600     EXIT.
064700*****************************************************************
064800*    3500-READ-EXPIRED - NEXT EXPIRED-CHEQUES CURSOR ROW        *
064900*****************************************************************
065000 3500-READ-EXPIRED.
065100     EXEC SQL
065200         FETCH EXPIRED-CHEQUES
065300           INTO :DB2-CHEQUE-NUM, :DB2-CHEQUE-SOURCE,
065400                :DB2-CLAIMNUM-INT, :DB2-LINESEQ-SINT,
065500                :DB2-POLICYNUM-INT, :DB2-REFUND-KEY,
065600                :DB2-CHEQUE-PAYEE, :DB2-CHEQUE-AMT,
065700                :DB2-ISSUE-DATE
065800     END-EXEC.
065900     EVALUATE SQLCODE
066000         WHEN 0
066100             CONTINUE
066200         WHEN 100
066300             MOVE 'Y' TO WS-EXP-EOF-SWITCH
066400             EXEC SQL CLOSE EXPIRED-CHEQUES END-EXEC
066500         WHEN OTHER
066600             DISPLAY 'LGCHQR01 - EXPIRED FETCH ERROR, SQLCODE='
066700                     SQLCODE
066800             GO TO 9999-EXIT
066900     END-EVALUATE.
067000 3500-EXIT.
067100     EXIT.
067200*****************************************************************
067300*    4000-OPEN-ADVISE                                           *
067400*****************************************************************
067500 4000-OPEN-ADVISE.
067600     EXEC SQL
067700         OPEN ADVISE-CHEQUES
067800     END-EXEC.
067900     IF SQLCODE NOT EQUAL 0
068000         DISPLAY 'LGCHQR01 - ADVISE OPEN FAILED, SQLCODE='
068100                 SQLCODE
068200         GO TO 9999-EXIT
068300     END-IF.
068400     PERFORM 4500-READ-ADVISE THRU 4500-EXIT.
068500 4000-EXIT.
068600     EXIT.
068700*****************************************************************
068800*    4100-ADVISE-CHEQUE - LIST THE CHEQUE FOR THE BANK'S STOP   *
068900*    INSTRUCTION AND MARK IT ADVISED                            *
069000*****************************************************************
069100 4100-ADVISE-CHEQUE.
069200     MOVE 'STOP AT BANK'    TO CR-D-ACTION.
069300     MOVE DB2-CHEQUE-NUM    TO CR-D-CHEQUE.
069400     MOVE DB2-CHEQUE-PAYEE  TO CR-D-PAYEE.
069500     MOVE DB2-CHEQUE-AMT    TO CR-D-AMOUNT.
069600     MOVE DB2-ISSUE-DATE    TO CR-D-ISSUE-DATE.
069700     IF DB2-CHEQUE-SOURCE EQUAL 'R'
069800         MOVE DB2-POLICYNUM-INT TO CR-D-REFERENCE
069900     ELSE
070000         MOVE DB2-CLAIMNUM-INT  TO CR-D-REFERENCE
070100     END-IF.
070200     EVALUATE DB2-CHEQUE-STATUS
070300         WHEN 'R'
070400             MOVE 'STOPPED AND REISSUED' TO CR-D-NOTE
070500         WHEN 'C'
070600             MOVE 'OUT OF DATE - CANCELLED' TO CR-D-NOTE
070700         WHEN OTHER
070800             MOVE 'STOPPED - MONEY OUTSTANDING' TO CR-D-NOTE
070900     END-EVALUATE.
071000     WRITE CR-REPORT-LINE FROM CR-DETAIL-LINE.
071100     EXEC SQL
071200         UPDATE CHEQUEREGISTER
071300            SET BANKADVISED = DATE(:WS-TODAY-DATE-ISO)
071400          WHERE CHEQUENUMBER = :DB2-CHEQUE-NUM
071500     END-EXEC.
071600     IF SQLCODE NOT EQUAL 0
071700         DISPLAY 'LGCHQR01 - ADVISED UPDATE FAILED, SQLCODE='
071800                 SQLCODE
071900         GO TO 9999-EXIT
072000     END-IF.
072100     ADD 1 TO WS-ADVISED-COUNT.
072200     ADD DB2-CHEQUE-AMT TO WS-ADVISED-AMOUNT.
072300     PERFORM 4500-READ-ADVISE THRU 4500-EXIT.
072400 4100-EXIT.
072500     EXIT.
072600*****************************************************************
072700*    4500-READ-ADVISE - NEXT ADVISE-CHEQUES CURSOR ROW          *
072800*****************************************************************
072900 4500-READ-ADVISE.
073000     EXEC SQL
073100         FETCH ADVISE-CHEQUES
073200           INTO :DB2-CHEQUE-NUM, :DB2-CHEQUE-STATUS,
073300                :DB2-CHEQUE-SOURCE, :DB2-CLAIMNUM-INT,
073400                :DB2-POLICYNUM-INT, :DB2-CHEQUE-PAYEE,
073500                :DB2-CHEQUE-AMT, :DB2-ISSUE-DATE
073600     END-EXEC.
073700     EVALUATE SQLCODE
073800         WHEN 0
073900             CONTINUE
074000         WHEN 100
074100             MOVE 'Y' TO WS-ADV-EOF-SWITCH
074200             EXEC SQL CLOSE ADVISE-CHEQUES END-EXEC
074300         WHEN OTHER
074400             DISPLAY 'LGCHQR01 - ADVISE FETCH ERROR, SQLCODE='
074500                     SQLCODE
074600             GO TO 9999-EXIT
074700     END-EVALUATE.
074800 4500-EXIT.
074900     EXIT.
075000*****************************************************************
075100*    5000-OPEN-PRINT                                            *
075200*****************************************************************
075300 5000-OPEN-PRINT.
075400     EXEC SQL
075500         OPEN PRINT-CHEQUES
075600     END-EXEC.
075700     IF SQLCODE NOT EQUAL 0
075800         DISPLAY 'LGCHQR01 - PRINT OPEN FAILED, SQLCODE='
075900                 SQLCODE
076000         GO TO 9999-EXIT
076100     END-IF.
076200     PERFORM 5500-READ-PRINT THRU 5500-EXIT.
076300 5000-EXIT.
076400     EXIT.
076500*****************************************************************
076600*    5100-PRINT-CHEQUE - ONE CHEQUE TO THE PRINTER FILE, LISTED *
076700*    ON THE REGISTER REPORT, AND MARKED PRINTED                 *
076800*****************************************************************
076900 5100-PRINT-CHEQUE.
077000     MOVE SPACES            TO CQ-PRINT-RECORD.
077100     MOVE DB2-CHEQUE-NUM    TO CQ-CHEQUE-NUM.
077200     MOVE DB2-ISSUE-DATE    TO CQ-ISSUE-DATE.
077300     MOVE DB2-CHEQUE-PAYEE  TO CQ-PAYEE.
077400     MOVE DB2-CHEQUE-AMT    TO CQ-AMOUNT.
077500     MOVE DB2-CHEQUE-AMT    TO CQ-AMOUNT-EDIT.
077600     MOVE DB2-CHEQUE-SOURCE TO CQ-SOURCE.
077700     IF DB2-CHEQUE-SOURCE EQUAL 'R'
077800         MOVE DB2-POLICYNUM-INT TO CQ-REFERENCE
077900     ELSE
078000         MOVE DB2-CLAIMNUM-INT  TO CQ-REFERENCE
078100     END-IF.
078200     WRITE CQ-PRINT-RECORD.
078300     MOVE 'PRINTED'         TO CR-D-ACTION.
078400     MOVE DB2-CHEQUE-NUM    TO CR-D-CHEQUE.
078500     MOVE DB2-CHEQUE-PAYEE  TO CR-D-PAYEE.
078600     MOVE DB2-CHEQUE-AMT    TO CR-D-AMOUNT.
078700     MOVE DB2-ISSUE-DATE    TO CR-D-ISSUE-DATE.
078800     MOVE CQ-REFERENCE      TO CR-D-REFERENCE.
078900     IF DB2-CHEQUE-SOURCE EQUAL 'R'
079000         MOVE 'PREMIUM REFUND' TO CR-D-NOTE
079100     ELSE
079200         MOVE 'CLAIM PAYMENT'  TO CR-D-NOTE
079300     END-IF.
079400     WRITE CR-REPORT-LINE FROM CR-DETAIL-LINE.
079500     EXEC SQL
079600         UPDATE CHEQUEREGISTER
079700            SET PRINTEDDATE = DATE(:WS-TODAY-DATE-ISO)
079800          WHERE CHEQUENUMBER = :DB2-CHEQUE-NUM
079900     END-EXEC.
080000     IF SQLCODE NOT EQUAL 0
080100         DISPLAY 'LGCHQR01 - PRINTED UPDATE FAILED, SQLCODE='
080200                 SQLCODE
080300         GO TO 9999-EXIT
080400     END-IF.
080500     ADD 1 TO WS-PRINTED-COUNT.
080600     ADD DB2-CHEQUE-AMT TO WS-PRINTED-AMOUNT.
080700     PERFORM 5500-READ-PRINT THRU 5500-EXIT.
080800 5100-EXIT.
080900     EXIT.
081000*****************************************************************
081100*    5500-READ-PRINT - NEXT PRINT-CHEQUES CURSOR ROW            *
081200*****************************************************************
081300 5500-READ-PRINT.
081400     EXEC SQL
081500         FETCH PRINT-CHEQUES
081600           INTO :DB2-CHEQUE-NUM, :DB2-CHEQUE-SOURCE,
081700                :DB2-CLAIMNUM-INT, :DB2-POLICYNUM-INT,
081800                :DB2-CHEQUE-PAYEE, :DB2-CHEQUE-AMT,
081900                :DB2-ISSUE-DATE
082000     END-EXEC.
082100     EVALUATE SQLCODE
082200         WHEN 0
082300             CONTINUE
082400         WHEN 100
082500             MOVE 'Y' TO WS-PRT-EOF-SWITCH
082600             EXEC SQL CLOSE PRINT-CHEQUES END-EXEC
082700         WHEN OTHER
082800             DISPLAY 'LGCHQR01 - PRINT FETCH ERROR, SQLCODE='
082900                     SQLCODE
083000             GO TO 9999-EXIT
083100     END-EVALUATE.
083200 5500-EXIT.
083300     EXIT.
083400*****************************************************************
083500*    8000-FINALIZE - RUN TOTALS AND WHAT IS STILL LIVE          *
083600*****************************************************************
083700 8000-FINALIZE.
083800     EXEC SQL
083900         SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0)
084000           INTO :DB2-LIVE-COUNT, :DB2-LIVE-AMOUNT
084100           FROM CHEQUEREGISTER
084200          WHERE STATUS = 'I'
084300     END-EXEC.
084400     IF SQLCODE NOT EQUAL 0
084500         DISPLAY 'LGCHQR01 - LIVE TOTAL FAILED, SQLCODE='
084600                 SQLCODE
084700         GO TO 9999-EXIT
084800     END-IF.
084900     WRITE CR-REPORT-LINE FROM CR-BLANK-LINE.
085000     MOVE 'CHEQUES PRESENTED AND PAID'  TO CR-S-LABEL.
085100     MOVE WS-PRESENTED-COUNT  TO CR-S-COUNT.
085200     MOVE WS-PRESENTED-AMOUNT TO CR-S-AMOUNT.
085300     WRITE CR-REPORT-LINE FROM CR-SUMMARY-LINE.
085400     MOVE 'PRESENTATIONS REJECTED'      TO CR-S-LABEL.
085500     MOVE WS-REJECTED-COUNT   TO CR-S-COUNT.
085600     MOVE WS-REJECTED-AMOUNT  TO CR-S-AMOUNT.
085700     WRITE CR-REPORT-LINE FROM CR-SUMMARY-LINE.
085800     MOVE 'CANCELLED - RETURNED OUTSTANDING' TO CR-S-LABEL.
085900     MOVE WS-EXPIRED-COUNT    TO CR-S-COUNT.
086000     MOVE WS-EXPIRED-AMOUNT   TO CR-S-AMOUNT.
086100     WRITE CR-REPORT-LINE FROM CR-SUMMARY-LINE.
086200     MOVE 'STOPS ADVISED TO BANK'       TO CR-S-LABEL.
086300     MOVE WS-ADVISED-COUNT    TO CR-S-COUNT.
086400     MOVE WS-ADVISED-AMOUNT   TO CR-S-AMOUNT.
086500     WRITE CR-REPORT-LINE FROM CR-SUMMARY-LINE.
086600     MOVE 'CHEQUES PRINTED'             TO CR-S-LABEL.
086700     MOVE WS-PRINTED-COUNT    TO CR-S-COUNT.
086800     MOVE WS-PRINTED-AMOUNT   TO CR-S-AMOUNT.
086900     WRITE CR-REPORT-LINE FROM CR-SUMMARY-LINE.
087000     MOVE 'LIVE CHEQUES UNPRESENTED'    TO CR-S-LABEL.
087100     MOVE DB2-LIVE-COUNT      TO CR-S-COUNT.
087200     MOVE DB2-LIVE-AMOUNT     TO CR-S-AMOUNT.
087300     WRITE CR-REPORT-LINE FROM CR-SUMMARY-LINE.
087400     CLOSE PRESENTED-INPUT-FILE.
087500     CLOSE CHEQUE-PRINT-FILE.
087600     CLOSE CHEQUE-REPORT-FILE.
087700     MOVE 'E' TO RCTL-ACTION
087800     CALL 'LGRCTL01' USING RCTL-REQUEST.
087900 8000-EXIT.
088000     EXIT.
088100*****************************************************************
088200*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
088300*****************************************************************
088400 9999-EXIT.
088500     STOP RUN.
