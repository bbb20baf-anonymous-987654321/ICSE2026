000600 DATE-COMPILED.
000700 REMARKS.        GL/FINANCE EXTRACT - PREMIUM PAYMENT SUMMARY BY
000750                 POLICY TYPE, BROKER, AND ISSUE DATE FOR THE RUN
000800                 DATE, FED TO THE GENERAL LEDGER INTERFACE,
000810                 AND THE DAY'S CLAIM PAYMENTS BY POLICY TYPE
000820                 SPLIT INTO NET CLAIM COST AND CLAIM VAT,
000830                 THE DAY'S DIRECT DEBIT COLLECTIONS AND PREMIUM
000840                 REFUNDS BY POLICY TYPE, AND THE LEDGER-SIDE
000850                 CONTROL RECORDS THE NIGHTLY BALANCING STEP
000860                 (LGBALN01) CHECKS AGAINST THE SOURCE JOBS.
000870                 ALSO POSTS APPROVED BAD-DEBT WRITE-OFFS AND
000880                 THE REVERSAL OF ANY LATER RECOVERED.
000900*****************************************************************
001000*    MODIFICATION HISTORY                                      *
001100*    DATE      INIT   DESCRIPTION                               *
001200*    08/09/26  LGIT   INITIAL VERSION                           *
001210*    10/15/26  LGIT   COMMERCIAL PREMIUM AT OUR CO-INSURANCE    *
001220*                     SHARE                                     *
001230*    10/15/26  LGIT   CLAIM PAYMENT RECORDS (CLM) POSTING THE   *
001240*                     NET CLAIM COST AND CLAIM VAT SEPARATELY,  *
001250*                     WITH THE VAT RECLAIMED BY REGISTERED      *
001260*                     POLICYHOLDERS AS A MEMO; CLAIM CONTROL    *
001270*                     TOTALS ON THE TRAILER                     *
001280*    10/15/26  LGIT   COLLECTION (COL) AND REFUND (RFD) RECORDS  *
001281*                     AND THEIR TOTALS ON THE TRAILER; LEDGER-   *
001282*                     SIDE CONTROL RECORDS FOR COL, CLM AND RFD  *
001283*                     WRITTEN THROUGH LGCTOT01; THE RUN NOW      *
001284*                     REGISTERS WITH LGRCTL01                    *
001285*    10/15/26  LGIT   BAD-DEBT WRITE-OFF (BDW) AND RECOVERY      *
001286*                     REVERSAL (BDR) RECORDS BY POLICY TYPE      *
001300*****************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
003500     88  WS-DB2-EOF                        VALUE 'Y'.
003600 77  WS-DETAIL-COUNT             PIC 9(07) COMP-3 VALUE 0.
003700 77  WS-GRAND-TOTAL-PAYMENT      PIC S9(09)V99 COMP-3 VALUE 0.
003710 77  WS-CLM-EOF-SWITCH           PIC X(01) VALUE 'N'.
003720     88  WS-CLM-EOF                        VALUE 'Y'.
003730 77  WS-CLAIM-RECORD-COUNT       PIC 9(07) COMP-3 VALUE 0.
003740 77  WS-CLAIM-TOTAL-PAID         PIC S9(09)V99 COMP-3 VALUE 0.
003750 77  WS-CSH-EOF-SWITCH           PIC X(01) VALUE 'N'.
003760     88  WS-CSH-EOF                        VALUE 'Y'.
003761 77  WS-WOF-EOF-SWITCH           PIC X(01) VALUE 'N'.
003762     88  WS-WOF-EOF                        VALUE 'Y'.
003770*****************************************************************
003771*    LEDGER-SIDE CONTROL TOTALS BY CASH TYPE - 1 COLLECTIONS,   *
003772*    2 CLAIM DISBURSEMENTS, 3 REFUNDS.  COUNTS ARE PAYMENTS,    *
003773*    NOT FEED RECORDS; HASH IS THE SUM OF THE POLICY (COL, RFD) *
003774*    OR CLAIM (CLM) NUMBERS, AS THE SOURCE JOBS KEEP IT         *
003775*****************************************************************
003776 01  WS-GL-CONTROL-TOTALS.
003777     05  WS-GL-ENTRY             OCCURS 3 TIMES.
003778         10  WS-GL-COUNT         PIC S9(9) COMP.
003779         10  WS-GL-AMOUNT        PIC S9(11)V99 COMP-3.
003780         10  WS-GL-HASH          PIC S9(15) COMP-3.
003781 01  WS-GL-CASH-TYPES.
003782     05  FILLER                  PIC X(03) VALUE 'COL'.
003783     05  FILLER                  PIC X(03) VALUE 'CLM'.
003784     05  FILLER                  PIC X(03) VALUE 'RFD'.
003785 01  WS-GL-CASH-TYPE-TABLE REDEFINES WS-GL-CASH-TYPES.
003786     05  WS-GL-CASH-TYPE         OCCURS 3 TIMES PIC X(03).
003787 77  WS-GL-INDEX                 PIC S9(4) COMP VALUE +0.
003800*****************************************************************
003900*    RUN DATE (TODAY ONLY - THIS IS A DAILY EXTRACT)             *
004000*****************************************************************
006200 01  DB2-ISSUEDATE               PIC X(10).
006300 01  DB2-POLICYCOUNT-INT         PIC S9(09) COMP.
006400 01  DB2-TOTALPAYMENT            PIC S9(09)V99 COMP-3.
006410*****************************************************************
006420*    DB2 GROUPED CLAIM-PAYMENT ROW                              *
006430*****************************************************************
006440 01  DB2-CLM-POLICYTYPE          PIC X(01).
006450 01  DB2-CLM-COUNT-INT           PIC S9(09) COMP.
006460 01  DB2-CLM-NET                 PIC S9(09)V99 COMP-3.
006470 01  DB2-CLM-VAT                 PIC S9(09)V99 COMP-3.
006480 01  DB2-CLM-VAT-RECLAIMED       PIC S9(09)V99 COMP-3.
006481 01  DB2-CLM-HASH                PIC S9(15) COMP-3.
006482*****************************************************************
006483*    DB2 GROUPED COLLECTION / REFUND ROW                        *
006484*****************************************************************
006485 01  DB2-CSH-RECTYPE             PIC X(03).
006486 01  DB2-CSH-POLICYTYPE          PIC X(01).
006487 01  DB2-CSH-COUNT-INT           PIC S9(09) COMP.
006488 01  DB2-CSH-AMOUNT              PIC S9(09)V99 COMP-3.
006489 01  DB2-CSH-HASH                PIC S9(15) COMP-3.
006500*****************************************************************
006600*    GL FEED RECORD LAYOUTS                                     *
006700*****************************************************************
008500     05  FILLER                  PIC X(01) VALUE SPACE.
008600     05  GX-D-TOTALPAYMENT       PIC 9(09)V99.
008700     05  FILLER                  PIC X(34) VALUE SPACES.
008703*    CLAIM PAYMENTS - NET IS THE CLAIM COST EXCLUDING VAT, VAT
008706*    IS THE VAT WE PAID (IRRECOVERABLE TO US), RECLAIMED IS THE
008709*    VAT REGISTERED POLICYHOLDERS RECOVER THEMSELVES AND WE DID
008712*    NOT PAY - A MEMO FIGURE, NOT A POSTING
008716 01  GX-CLAIM-RECORD.
008719     05  GX-C-RECTYPE            PIC X(03) VALUE 'CLM'.
008722     05  FILLER                  PIC X(01) VALUE SPACE.
008725     05  GX-C-POLICYTYPE         PIC X(01).
008729     05  FILLER                  PIC X(01) VALUE SPACE.
008732     05  GX-C-PAYMENTCOUNT       PIC 9(07).
008735     05  FILLER                  PIC X(01) VALUE SPACE.
008738     05  GX-C-NETAMOUNT          PIC 9(09)V99.
008741     05  FILLER                  PIC X(01) VALUE SPACE.
008745     05  GX-C-VATAMOUNT          PIC 9(09)V99.
008748     05  FILLER                  PIC X(01) VALUE SPACE.
008751     05  GX-C-VATRECLAIMED       PIC 9(09)V99.
008754     05  FILLER                  PIC X(31) VALUE SPACES.
008758*    COLLECTIONS (COL) AND PREMIUM REFUNDS (RFD) - ONE RECORD
008761*    PER POLICY TYPE, COUNT OF PAYMENTS AND THEIR TOTAL.  THE
008764*    SAME SHAPE CARRIES BAD-DEBT WRITE-OFFS (BDW) AND THEIR
008767*    REVERSALS ON RECOVERY (BDR), COUNT OF POLICIES
008770 01  GX-CASH-RECORD.
008774     05  GX-K-RECTYPE            PIC X(03).
008777     05  FILLER                  PIC X(01) VALUE SPACE.
008780     05  GX-K-POLICYTYPE         PIC X(01).
008783     05  FILLER                  PIC X(01) VALUE SPACE.
008787     05  GX-K-PAYMENTCOUNT       PIC 9(07).
008790     05  FILLER                  PIC X(01) VALUE SPACE.
008793     05  GX-K-AMOUNT             PIC 9(09)V99.
008796     05  FILLER                  PIC X(55) VALUE SPACES.
008800 01  GX-TRAILER-RECORD.
008900     05  GX-T-RECTYPE            PIC X(03) VALUE 'TRL'.
009000     05  FILLER                  PIC X(01) VALUE SPACE.
009100     05  GX-T-DETAILCOUNT        PIC 9(07).
009200     05  FILLER                  PIC X(01) VALUE SPACE.
009300     05  GX-T-GRANDTOTAL         PIC 9(09)V99.
009310     05  FILLER                  PIC X(01) VALUE SPACE.
009320     05  GX-T-CLAIMCOUNT         PIC 9(07).
009330     05  FILLER                  PIC X(01) VALUE SPACE.
009340     05  GX-T-CLAIMTOTAL         PIC 9(09)V99.
009350     05  FILLER                  PIC X(01) VALUE SPACE.
009360     05  GX-T-COLTOTAL           PIC 9(09)V99.
009370     05  FILLER                  PIC X(01) VALUE SPACE.
009380     05  GX-T-RFDTOTAL           PIC 9(09)V99.
009400     05  FILLER                  PIC X(13) VALUE SPACES.
009450     COPY LGRCTL.
009460     COPY LGCTOT.
009500     EXEC SQL
009600         INCLUDE SQLCA
009700     END-EXEC.
009710*    A CO-INSURED COMMERCIAL POLICY CARRIES 100% OF THE RISK
009720*    PREMIUM - ONLY OUR SIGNED SHARE OF IT IS OURS TO BOOK.  NO
009730*    COMMERCIAL ROW (EVERY OTHER TYPE) OR NO SHARE MEANS 100%.
009800     EXEC SQL
009900         DECLARE GLPREMIUM_CURSOR CURSOR FOR
010000           SELECT P.POLICYTYPE, P.BROKERID, P.ISSUEDATE,
010100                  COUNT(*),
010110                  SUM(P.PAYMENT * COALESCE(B.OURSHAREPCT, 100)
010120                      / 100)
010200             FROM POLICY P
010210             LEFT OUTER JOIN COMMERCIAL B
010220               ON B.POLICYNUMBER = P.POLICYNUMBER
010300            WHERE P.ISSUEDATE = :WS-TODAY-DATE-ISO
010400            GROUP BY P.POLICYTYPE, P.BROKERID, P.ISSUEDATE
010500            ORDER BY P.POLICYTYPE, P.BROKERID
010600     END-EXEC.
010602*    EVERY CLAIM PAYMENT SUBMITTED ON THE RUN DATE - INDEMNITY,
010604*    INTERIM, FEE AND INSTALMENT ALIKE - BY POLICY TYPE.  THE
010606*    VAT ON EACH PAYMENT IS WHAT LGCLMP01 RECORDED; NONE MEANS
010609*    THE WHOLE PAYMENT IS NET.  REFUNDS (CLAIM ZERO) HAVE NO
010611*    CLAIM ROW AND FALL OUT OF THE JOIN.
010613     EXEC SQL
010615         DECLARE GLCLAIM_CURSOR CURSOR FOR
010618           SELECT P.POLICYTYPE,
010620                  COUNT(*),
010622                  SUM(CP.PAYMENTAMOUNT
010625                      - COALESCE(CP.VATAMOUNT, 0)),
010627                  SUM(COALESCE(CP.VATAMOUNT, 0)),
010629                  SUM(CASE WHEN CP.LINESEQ = 0
010631                            AND COALESCE(CP.PAYTYPE, 'F') = 'F'
010634                           THEN COALESCE(C.VATRECOVERABLE, 0)
010636                           ELSE 0 END),
010638                  SUM(DECIMAL(CP.CLAIMNUMBER, 15))
010640             FROM CLAIMPAYMENT CP,
010643                  CLAIM C,
010645                  POLICY P
010647            WHERE CP.CLAIMNUMBER = C.CLAIMNUMBER
010650              AND C.POLICYNUMBER = P.POLICYNUMBER
010652              AND CP.CYCLEDATE   = :WS-TODAY-DATE-ISO
010654            GROUP BY P.POLICYTYPE
010656            ORDER BY P.POLICYTYPE
010659     END-EXEC.
010661*    THE DAY'S DIRECT DEBIT COLLECTIONS AS LGDDC01 SUBMITTED
010663*    THEM, AND THE PREMIUM REFUNDS LGCLMP01 PAID OUT BY BANK OR
010665*    CHEQUE (A CHEQUE SINCE PRESENTED IS STILL THAT DAY'S
010668*    REFUND), BY POLICY TYPE.  CARD AND SUSPENSE-APPLIED
010670*    RECEIPTS ARE BOOKED AS COLLECTED AND ARE NOT IN THIS FEED
010672     EXEC SQL
010675         DECLARE GLCASH_CURSOR CURSOR FOR
010677           SELECT 'COL', COALESCE(P.POLICYTYPE, ' '),
010679                  COUNT(*),
010681                  SUM(PC.COLLECTIONAMOUNT),
010684                  SUM(DECIMAL(PC.POLICYNUMBER, 15))
010686             FROM PAYMENTCOLLECTION PC
010688             LEFT OUTER JOIN POLICY P
010690               ON P.POLICYNUMBER = PC.POLICYNUMBER
010693            WHERE PC.CYCLEDATE = :WS-TODAY-DATE-ISO
010695              AND PC.STATUS    = 'SUBMITTED'
010697            GROUP BY COALESCE(P.POLICYTYPE, ' ')
010700           UNION ALL
010702           SELECT 'RFD', COALESCE(P.POLICYTYPE, ' '),
010704                  COUNT(*),
010706                  SUM(R.NETREFUND),
010709                  SUM(DECIMAL(R.POLICYNUMBER, 15))
010711             FROM PREMIUMREFUND R
010713             LEFT OUTER JOIN POLICY P
010715               ON P.POLICYNUMBER = R.POLICYNUMBER
010718            WHERE R.PROCESSEDDATE = :WS-TODAY-DATE-ISO
010720              AND R.STATUS IN ('SUBMITTED','ISSUED','PAID')
010722            GROUP BY COALESCE(P.POLICYTYPE, ' ')
010725            ORDER BY 1, 2
010727     END-EXEC.
010729*    BAD-DEBT WRITE-OFFS APPROVED (BDW) AND RECOVERED (BDR) UP
010731*    TO THE RUN DATE AND NOT YET POSTED - A RERUN OF THE SAME
010734*    DATE PICKS THE SAME ROWS UP AGAIN FROM THEIR POSTED DATE
010736     EXEC SQL
010738         DECLARE GLWOFF_CURSOR CURSOR FOR
010740           SELECT 'BDW', COALESCE(P.POLICYTYPE, ' '),
010743                  COUNT(*),
010745                  SUM(W.AMOUNT)
010747             FROM DEBTWRITEOFF W
010750             LEFT OUTER JOIN POLICY P
010752               ON P.POLICYNUMBER = W.POLICYNUMBER
010754            WHERE W.STATUS IN ('A', 'V')
010756              AND W.APPROVEDDATE <= :WS-TODAY-DATE-ISO
010759              AND ( W.POSTEDDATE IS NULL
010761                 OR W.POSTEDDATE = :WS-TODAY-DATE-ISO )
010763            GROUP BY COALESCE(P.POLICYTYPE, ' ')
010765           UNION ALL
010768           SELECT 'BDR', COALESCE(P.POLICYTYPE, ' '),
010770                  COUNT(*),
010772                  SUM(W.RECOVEREDAMOUNT)
010775             FROM DEBTWRITEOFF W
010777             LEFT OUTER JOIN POLICY P
010779               ON P.POLICYNUMBER = W.POLICYNUMBER
010781            WHERE W.STATUS = 'V'
010784              AND W.RECOVEREDDATE <= :WS-TODAY-DATE-ISO
010786              AND ( W.REVERSEPOSTDATE IS NULL
010788                 OR W.REVERSEPOSTDATE = :WS-TODAY-DATE-ISO )
010790            GROUP BY COALESCE(P.POLICYTYPE, ' ')
010793            ORDER BY 1, 2
010795     END-EXEC.
010797 LINKAGE SECTION.
010800 PROCEDURE DIVISION.
010900*****************************************************************
011000*    0000-MAINLINE                                              *
011300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011400     PERFORM 2000-WRITE-DETAIL THRU 2000-EXIT
011500         UNTIL WS-DB2-EOF.
011510     PERFORM 4000-OPEN-CLAIMS THRU 4000-EXIT.
011520     PERFORM 5000-WRITE-CLAIM THRU 5000-EXIT
011530         UNTIL WS-CLM-EOF.
011540     PERFORM 4500-OPEN-CASH THRU 4500-EXIT.
011550     PERFORM 5500-WRITE-CASH THRU 5500-EXIT
011560         UNTIL WS-CSH-EOF.
011570     PERFORM 4600-OPEN-WRITE-OFFS THRU 4600-EXIT.
011580     PERFORM 5600-WRITE-WRITE-OFF THRU 5600-EXIT
011590         UNTIL WS-WOF-EOF.
011595     PERFORM 5700-MARK-WOFF-POSTED THRU 5700-EXIT.
011600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
011700     GO TO 9999-EXIT.
011800 0000-MAINLINE-EXIT.
012800     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
012900     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
013000     MOVE WS-TODAY-DATE-ISO TO WS-RUN-DATE-FEED.
013010*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
013020*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
013030*    PROTECTION LIVE IN LGRCTL01
013040     MOVE 'S'        TO RCTL-ACTION
013050     MOVE 'LGGLEX01' TO RCTL-JOBNAME
013060     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
013070     MOVE WS-CD-MM   TO RCTL-BD-MM
013080     MOVE WS-CD-DD   TO RCTL-BD-DD
013090     MOVE '-'        TO RCTL-BD-S1
013091     MOVE '-'        TO RCTL-BD-S2
013092     CALL 'LGRCTL01' USING RCTL-REQUEST
013093     IF RCTL-RC NOT EQUAL '00'
013094         DISPLAY 'LGGLEX01 - RUN CONTROL REFUSED, RC='
013095                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
013096         GO TO 9999-EXIT
013097     END-IF.
013098     INITIALIZE WS-GL-CONTROL-TOTALS.
013100     OPEN OUTPUT GL-EXTRACT-FILE.
013200     IF NOT WS-GLEXTR-OK
013300         DISPLAY 'LGGLEX01 - GLEXTR OPEN FAILED, STATUS='
018400     END-EVALUATE.
018500 3000-EXIT.
018600     EXIT.
018601*****************************************************************
018602*    4000-OPEN-CLAIMS - OPEN THE CLAIM PAYMENT CURSOR            *
018603*****************************************************************
018604 4000-OPEN-CLAIMS.
018605     EXEC SQL
018606         OPEN GLCLAIM_CURSOR
018607     END-EXEC.
018608     IF SQLCODE NOT EQUAL 0
018609         DISPLAY 'LGGLEX01 - CLAIM CURSOR OPEN FAILED, SQLCODE='
018610                 SQLCODE
018611         GO TO 9999-EXIT
018612     END-IF.
018613     PERFORM 6000-FETCH-CLAIMS THRU 6000-EXIT.
018614 4000-EXIT.
018615     EXIT.
018616*****************************************************************
018617*    5000-WRITE-CLAIM - ONE CLAIM FEED LINE PER POLICY TYPE      *
018618*****************************************************************
018619 5000-WRITE-CLAIM.
018620     MOVE DB2-CLM-POLICYTYPE    TO GX-C-POLICYTYPE.
018621     MOVE DB2-CLM-COUNT-INT     TO GX-C-PAYMENTCOUNT.
018622     MOVE DB2-CLM-NET           TO GX-C-NETAMOUNT.
018623     MOVE DB2-CLM-VAT           TO GX-C-VATAMOUNT.
018624     MOVE DB2-CLM-VAT-RECLAIMED TO GX-C-VATRECLAIMED.
018625     WRITE GX-FEED-RECORD FROM GX-CLAIM-RECORD.
018626     ADD 1           TO WS-CLAIM-RECORD-COUNT.
018627     ADD DB2-CLM-NET TO WS-CLAIM-TOTAL-PAID.
018628     ADD DB2-CLM-VAT TO WS-CLAIM-TOTAL-PAID.
018629     ADD DB2-CLM-COUNT-INT TO WS-GL-COUNT(2).
018630     ADD DB2-CLM-NET       TO WS-GL-AMOUNT(2).
018631     ADD DB2-CLM-VAT       TO WS-GL-AMOUNT(2).
018632     ADD DB2-CLM-HASH      TO WS-GL-HASH(2).
018633     PERFORM 6000-FETCH-CLAIMS THRU 6000-EXIT.
018634 5000-EXIT.
018635     EXIT.
018636*****************************************************************
018637*    6000-FETCH-CLAIMS - NEXT GROUPED CLAIM PAYMENT ROW          *
018638*****************************************************************
018639 6000-FETCH-CLAIMS.
018640     EXEC SQL
018641         FETCH GLCLAIM_CURSOR
018642           INTO :DB2-CLM-POLICYTYPE, :DB2-CLM-COUNT-INT,
018643                :DB2-CLM-NET, :DB2-CLM-VAT,
018644                :DB2-CLM-VAT-RECLAIMED, :DB2-CLM-HASH
018645     END-EXEC.
018646     EVALUATE SQLCODE
018647         WHEN 0
018648             CONTINUE
018650         WHEN 100
018651             MOVE 'Y' TO WS-CLM-EOF-SWITCH
018652         WHEN OTHER
018653             DISPLAY 'LGGLEX01 - CLAIM FETCH ERROR, SQLCODE='
018654                     SQLCODE
018655             GO TO 9999-EXIT
018656     END-EVALUATE.
018657 6000-EXIT.
018658     EXIT.
018659*****************************************************************
018660*    4500-OPEN-CASH - OPEN THE COLLECTION AND REFUND CURSOR      *
018661*****************************************************************
018662 4500-OPEN-CASH.
018663     EXEC SQL
018664         OPEN GLCASH_CURSOR
018665     END-EXEC.
018666     IF SQLCODE NOT EQUAL 0
018667         DISPLAY 'LGGLEX01 - CASH CURSOR OPEN FAILED, SQLCODE='
018668                 SQLCODE
018669         GO TO 9999-EXIT
018670     END-IF.
018671     PERFORM 6500-FETCH-CASH THRU 6500-EXIT.
018672 4500-EXIT.
018673     EXIT.
018674*****************************************************************
018675*    5500-WRITE-CASH - ONE COL OR RFD FEED LINE PER POLICY TYPE  *
018676*****************************************************************
018677 5500-WRITE-CASH.
018678     MOVE DB2-CSH-RECTYPE    TO GX-K-RECTYPE.
018679     MOVE DB2-CSH-POLICYTYPE TO GX-K-POLICYTYPE.
018680     MOVE DB2-CSH-COUNT-INT  TO GX-K-PAYMENTCOUNT.
018681     MOVE DB2-CSH-AMOUNT     TO GX-K-AMOUNT.
018682     WRITE GX-FEED-RECORD FROM GX-CASH-RECORD.
018683     IF DB2-CSH-RECTYPE EQUAL 'COL'
018684         MOVE 1 TO WS-GL-INDEX
018685     ELSE
018686         MOVE 3 TO WS-GL-INDEX
018687     END-IF.
018688     ADD DB2-CSH-COUNT-INT TO WS-GL-COUNT(WS-GL-INDEX).
018689     ADD DB2-CSH-AMOUNT    TO WS-GL-AMOUNT(WS-GL-INDEX).
018690     ADD DB2-CSH-HASH      TO WS-GL-HASH(WS-GL-INDEX).
018691     PERFORM 6500-FETCH-CASH THRU 6500-EXIT.
018692 5500-EXIT.
018693     EXIT.
018694*****************************************************************
018695*    6500-FETCH-CASH - NEXT GROUPED COLLECTION OR REFUND ROW     *
018696*****************************************************************
018697 6500-FETCH-CASH.
018698     EXEC SQL
018700         FETCH GLCASH_CURSOR
018701           INTO :DB2-CSH-RECTYPE, :DB2-CSH-POLICYTYPE,
018702                :DB2-CSH-COUNT-INT, :DB2-CSH-AMOUNT,
018703                :DB2-CSH-HASH
018704     END-EXEC.
018705     EVALUATE SQLCODE
018706         WHEN 0
018707             CONTINUE
018708         WHEN 100
018709             MOVE 'Y' TO WS-CSH-EOF-SWITCH
018710         WHEN OTHER
018711             DISPLAY 'LGGLEX01 - CASH FETCH ERROR, SQLCODE='
018712                     SQLCODE
018713             GO TO 9999-EXIT
018714     END-EVALUATE.
018715 6500-EXIT.
018716     EXIT.
018717*****************************************************************
018718*    4600-OPEN-WRITE-OFFS - OPEN THE BAD-DEBT WRITE-OFF CURSOR   *
018719*****************************************************************
018720 4600-OPEN-WRITE-OFFS.
018721     EXEC SQL
018722         OPEN GLWOFF_CURSOR
018723     END-EXEC.
018724     IF SQLCODE NOT EQUAL 0
018725         DISPLAY 'LGGLEX01 - WRITE-OFF CURSOR OPEN FAILED, '
018726                 'SQLCODE=' SQLCODE
018727         GO TO 9999-EXIT
018728     END-IF.
018729     PERFORM 6600-FETCH-WRITE-OFF THRU 6600-EXIT.
018730 4600-EXIT.
018731     EXIT.
018732*****************************************************************
018733*    5600-WRITE-WRITE-OFF - ONE BDW OR BDR FEED LINE PER POLICY  *
018734*    TYPE                                                        *
018735*****************************************************************
018736 5600-WRITE-WRITE-OFF.
018737     MOVE DB2-CSH-RECTYPE    TO GX-K-RECTYPE.
018738     MOVE DB2-CSH-POLICYTYPE TO GX-K-POLICYTYPE.
018739     MOVE DB2-CSH-COUNT-INT  TO GX-K-PAYMENTCOUNT.
018740     MOVE DB2-CSH-AMOUNT     TO GX-K-AMOUNT.
018741     WRITE GX-FEED-RECORD FROM GX-CASH-RECORD.
018742     PERFORM 6600-FETCH-WRITE-OFF THRU 6600-EXIT.
018743 5600-EXIT.
018744     EXIT.
018745*****************************************************************
018746*    5700-MARK-WOFF-POSTED - STAMP WHAT THIS RUN POSTED SO THE   *
018747*    NEXT RUN DATE DOES NOT POST IT AGAIN                        *
018748*****************************************************************
018750 5700-MARK-WOFF-POSTED.
018751     EXEC SQL
018752         UPDATE DEBTWRITEOFF
018753            SET POSTEDDATE = :WS-TODAY-DATE-ISO
018754          WHERE STATUS IN ('A', 'V')
018755            AND APPROVEDDATE <= :WS-TODAY-DATE-ISO
018756            AND POSTEDDATE IS NULL
018757     END-EXEC.
018758     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
018759         DISPLAY 'LGGLEX01 - WRITE-OFF POSTED UPDATE, SQLCODE='
018760                 SQLCODE
018761         GO TO 9999-EXIT
018762     END-IF.
018763     EXEC SQL
018764         UPDATE DEBTWRITEOFF
018765            SET REVERSEPOSTDATE = :WS-TODAY-DATE-ISO
018766          WHERE STATUS = 'V'
018767            AND RECOVEREDDATE <= :WS-TODAY-DATE-ISO
018768            AND REVERSEPOSTDATE IS NULL
018769     END-EXEC.
018770     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
018771         DISPLAY 'LGGLEX01 - REVERSAL POSTED UPDATE, SQLCODE='
018772                 SQLCODE
018773         GO TO 9999-EXIT
018774     END-IF.
018775 5700-EXIT.
018776     EXIT.
018777*****************************************************************
018778*    6600-FETCH-WRITE-OFF - NEXT GROUPED WRITE-OFF OR REVERSAL   *
018779*****************************************************************
018780 6600-FETCH-WRITE-OFF.
018781     EXEC SQL
018782         FETCH GLWOFF_CURSOR
018783           INTO :DB2-CSH-RECTYPE, :DB2-CSH-POLICYTYPE,
018784                :DB2-CSH-COUNT-INT, :DB2-CSH-AMOUNT
018785     END-EXEC.
018786     EVALUATE SQLCODE
018787         WHEN 0
018788             CONTINUE
018789         WHEN 100
018790             MOVE 'Y' TO WS-WOF-EOF-SWITCH
018791         WHEN OTHER
018792             DISPLAY 'LGGLEX01 - WRITE-OFF FETCH ERROR, SQLCODE='
018793                     SQLCODE
018794             GO TO 9999-EXIT
018795     END-EVALUATE.
018796 6600-EXIT.
018797     EXIT.
018798*****************************************************************
018800*    8000-FINALIZE - WRITE THE CONTROL-TOTAL TRAILER AND CLOSE   *
018900*****************************************************************
019000 8000-FINALIZE.
019100     EXEC SQL
019200         CLOSE GLPREMIUM_CURSOR
019300     END-EXEC.
019310     EXEC SQL
019320         CLOSE GLCLAIM_CURSOR
019330     END-EXEC.
019340     EXEC SQL
019350         CLOSE GLCASH_CURSOR
019360     END-EXEC.
019370     EXEC SQL
019380         CLOSE GLWOFF_CURSOR
019390     END-EXEC.
019400     MOVE WS-DETAIL-COUNT        TO GX-T-DETAILCOUNT.
019500     MOVE WS-GRAND-TOTAL-PAYMENT TO GX-T-GRANDTOTAL.
019510     MOVE WS-CLAIM-RECORD-COUNT  TO GX-T-CLAIMCOUNT.
019520     MOVE WS-CLAIM-TOTAL-PAID    TO GX-T-CLAIMTOTAL.
019530     MOVE WS-GL-AMOUNT(1)        TO GX-T-COLTOTAL.
019540     MOVE WS-GL-AMOUNT(3)        TO GX-T-RFDTOTAL.
019600     WRITE GX-FEED-RECORD FROM GX-TRAILER-RECORD.
019700     CLOSE GL-EXTRACT-FILE.
019710     MOVE 1 TO WS-GL-INDEX.
019720     PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT
019730         UNTIL WS-GL-INDEX GREATER THAN 3.
019740     MOVE 'E' TO RCTL-ACTION
019750     CALL 'LGRCTL01' USING RCTL-REQUEST.
019800 8000-EXIT.
019900     EXIT.
019904*****************************************************************
019908*    8100-WRITE-CONTROL - ONE LEDGER-SIDE CONTROL RECORD PER     *
019913*    CASH TYPE VIA LGCTOT01, WRITTEN EVEN WHEN THE DAY HAD NONE  *
019917*    SO THE BALANCING STEP SEES THE EXTRACT RAN                  *
019921*****************************************************************
019926 8100-WRITE-CONTROL.
019930     MOVE 'W'                          TO CTOT-ACTION.
019934     MOVE 'LGGLEX01'                   TO CTOT-JOBNAME.
019939     MOVE RCTL-BUSDATE                 TO CTOT-BUSDATE.
019943     MOVE WS-GL-CASH-TYPE(WS-GL-INDEX) TO CTOT-CASH-TYPE.
019947     MOVE WS-GL-COUNT(WS-GL-INDEX)     TO CTOT-RECORD-COUNT.
019952     MOVE WS-GL-AMOUNT(WS-GL-INDEX)    TO CTOT-AMOUNT-TOTAL.
019956     MOVE WS-GL-HASH(WS-GL-INDEX)      TO CTOT-HASH-TOTAL.
019960     CALL 'LGCTOT01' USING CTOT-REQUEST.
019965     IF CTOT-RC NOT EQUAL '00'
019969         DISPLAY 'LGGLEX01 - CONTROL TOTAL WRITE, SQLCODE='
019973                 CTOT-SQLCODE
019978         GO TO 9999-EXIT
019982     END-IF.
019986     ADD 1 TO WS-GL-INDEX.
019991 8100-EXIT.
019995     EXIT.
020000*****************************************************************
020100*    9999-EXIT - COMMON PROGRAM EXIT POINT                       *
020200*****************************************************************
