001199*                     RECORDING, IN THE 900+ LINESEQ BAND WITH   *
001199*                     PAYTYPE 'I' SO THE SETTLEMENT SELECTIONS   *
001199*                     STILL SEE THE FINAL CHEQUE AS UNPAID       *
001201*    10/15/26  LGIT   LOSS ADJUSTER FEE INVOICES (ADJUSTERFEE,   *
001203*                     LGLADJ01) NOW PAY THE ADJUSTING FIRM ON    *
001205*                     THE SAME FILE IN THE 800+ LINESEQ BAND     *
001207*                     WITH PAYTYPE 'A', APART FROM INDEMNITY;    *
001209*                     SETTLEMENT SELECTIONS NOW LOOK ONLY AT     *
001211*                     FINAL ('F') PAYMENTS                       *
001213*    10/15/26  LGIT   PERIODIC PAYMENT ORDER INSTALMENTS         *
001215*                     (PPOPAYMENT, LGPPOA01) NOW PAY THE PPO     *
001217*                     PAYEE ON THE SAME FILE IN THE 700+ LINESEQ *
001219*                     BAND WITH PAYTYPE 'P'                      *
001221*    10/15/26  LGIT   PI LINES PAY ONLY WITH A CRU CERTIFICATE   *
001223*                     HELD (CLAIMCRU, LGCRUC01), NET OF THE      *
001225*                     ALLOWABLE BENEFIT DEDUCTION; THE CRU       *
001227*                     REPAYMENT GOES OUT ON ITS OWN IN THE 600+  *
001229*                     LINESEQ BAND WITH PAYTYPE 'C'              *
001231*    10/15/26  LGIT   FINAL PAYMENTS RECORD THE VAT STILL INSIDE *
001233*                     THE SETTLEMENT (CLAIM VAT LESS WHAT A VAT- *
001235*                     REGISTERED POLICYHOLDER RECLAIMS) ON       *
001237*                     CLAIMPAYMENT FOR THE GL EXTRACT            *
001239*    10/15/26  LGIT   CHEQUE PAYEES (CLAIMPAYEE PAYMETHOD 'Q')   *
001241*                     AND REFUNDS TO CUSTOMERS WITH NO CONFIRMED *
001243*                     MANDATE NOW PAY BY CHEQUE - A              *
001245*                     CHEQUEREGISTER ROW IS RAISED FOR LGCHQR01  *
001247*                     TO PRINT AND THE PAYMENT IS RECORDED       *
001249*                     ISSUED; A CANCELLED CHEQUE'S PAYMENT IS    *
001251*                     SELECTED AGAIN                             *
001253*    10/15/26  LGIT   CLAIM, LINE, INTERIM AND REFUND PAYMENTS   *
001255*                     TO A CUSTOMER WHOSE CONTACT OR BANK        *
001257*                     DETAILS CHANGED INSIDE THE COOLING WINDOW  *
001259*                     ARE HELD (LGACHG01) UNTIL THE CHANGE IS    *
001261*                     RELEASED BY OTP OR STAFF CALL-BACK         *
001263*    10/15/26  LGIT   CONTROL RECORDS FOR THE NIGHTLY BALANCING  *
001265*                     WRITTEN THROUGH LGCTOT01 - CLAIM           *
001267*                     DISBURSEMENTS (CLAIM-NUMBER HASH) AND      *
001269*                     REFUNDS (POLICY-NUMBER HASH)               *
001271*    10/15/26  LGIT   A CLAIM MADE BEFORE A CHANGE OF            *
001273*                     POLICYHOLDER (LGPHCH01) PAYS THE ORIGINAL  *
001275*                     INSURED RECORDED ON THE CLAIM, NOT THE     *
001277*                     POLICY'S NEW HOLDER                        *
001279*    10/15/26  LGIT   FAST-TRACK AND CLAIM-LINE PAYMENTS GO OUT  *
001281*                     GROSS OF THE POLICY EXCESS; THE EXCESS IS  *
001283*                     NOW RAISED AS AN EXCESSRECEIVABLE AGAINST  *
001285*                     THE INSURED AND AN 'EXCESSDUE' NOTICE      *
001287*                     QUEUED (COLLECTED THROUGH LGXSRC01)        *
001289*    10/15/26  LGIT   ON A WORDING TAKING ONE EXCESS PER         *
001291*                     INCIDENT, A CLAIM'S RECEIVABLE IS ONLY THE *
001293*                     EXCESS ITS FELLOW INCIDENT CLAIMS HAVE NOT *
001295*                     ALREADY BORNE                              *
001297*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
001500 SOURCE-COMPUTER.    IBM-370.
007084     88  WS-INTP-EOF                       VALUE 'Y'.
007086 77  WS-INTERIM-COUNT            PIC 9(07) COMP-3 VALUE 0.
007088 77  WS-INTERIM-AMOUNT           PIC 9(11)V99 COMP-3 VALUE 0.
007089 77  WS-AFEE-EOF-SWITCH          PIC X(01) VALUE 'N'.
007090     88  WS-AFEE-EOF                       VALUE 'Y'.
007091 77  WS-ADJFEE-COUNT             PIC 9(07) COMP-3 VALUE 0.
007092 77  WS-ADJFEE-AMOUNT            PIC 9(11)V99 COMP-3 VALUE 0.
007093 77  WS-PPO-EOF-SWITCH           PIC X(01) VALUE 'N'.
007094     88  WS-PPO-EOF                        VALUE 'Y'.
007095 77  WS-PPO-COUNT                PIC 9(07) COMP-3 VALUE 0.
007096 77  WS-PPO-AMOUNT               PIC 9(11)V99 COMP-3 VALUE 0.
007097 77  WS-CRU-EOF-SWITCH           PIC X(01) VALUE 'N'.
007099     88  WS-CRU-EOF                        VALUE 'Y'.
007100 77  WS-CRU-COUNT                PIC 9(07) COMP-3 VALUE 0.
007101 77  WS-CRU-AMOUNT               PIC 9(11)V99 COMP-3 VALUE 0.
007102 77  WS-CHEQUE-COUNT             PIC 9(07) COMP-3 VALUE 0.
007103 77  WS-CHEQUE-AMOUNT            PIC 9(11)V99 COMP-3 VALUE 0.
007104 77  WS-ATO-HELD-COUNT           PIC 9(07) COMP-3 VALUE 0.
007105 77  WS-ATO-HELD-AMOUNT          PIC 9(11)V99 COMP-3 VALUE 0.
007106 77  WS-XS-COUNT                 PIC 9(07) COMP-3 VALUE 0.
007107 77  WS-XS-AMOUNT                PIC 9(11)V99 COMP-3 VALUE 0.
007108 77  WS-SUBMITTED-COUNT          PIC 9(07) COMP-3 VALUE 0.
007110 77  WS-REFUND-COUNT             PIC 9(07) COMP-3 VALUE 0.
007120 77  WS-REFUND-AMOUNT            PIC 9(11)V99 COMP-3 VALUE 0.
007121 77  WS-REFUND-HASH              PIC 9(15) COMP-3 VALUE 0.
007122 77  WS-CLAIM-HASH               PIC 9(15) COMP-3 VALUE 0.
007123 77  WS-DISBURSED-COUNT          PIC 9(07) COMP-3 VALUE 0.
007124 77  WS-DISBURSED-AMOUNT         PIC 9(11)V99 COMP-3 VALUE 0.
007200 77  WS-PAID-COUNT               PIC 9(07) COMP-3 VALUE 0.
007300 77  WS-REJECTED-COUNT           PIC 9(07) COMP-3 VALUE 0.
007400 77  WS-SUBMITTED-AMOUNT         PIC 9(11)V99 COMP-3 VALUE 0.
010720 01  DB2-LINESEQ-SINT            PIC S9(4) COMP.
010730 01  DB2-LINE-PAYEE              PIC X(35).
010740 01  DB2-FASTTRACK               PIC X(01).
010741 01  DB2-PAID-VAT                PIC S9(9)V99 COMP-3.
010750 01  DB2-REPAIRER-NAME           PIC X(30).
010760 01  WS-FT-HOLD                  PIC X(01) VALUE 'N'.
010770 01  DB2-PYE-SORTCODE            PIC X(06).
010792 01  WS-HELD-REASON              PIC X(30) VALUE SPACES.
010793 77  WS-HELD-COUNT               PIC 9(07) COMP-3 VALUE 0.
010794 77  WS-HELD-AMOUNT              PIC 9(11)V99 COMP-3 VALUE 0.
010796 01  DB2-FEE-SEQ                 PIC S9(4) COMP.
010799 01  DB2-ADJ-FIRM-NAME           PIC X(30).
010801 01  DB2-PPO-LINESEQ             PIC S9(4) COMP.
010804 01  DB2-PPO-DUEDATE             PIC X(10).
010807 01  DB2-LINE-TYPE               PIC X(02).
010809 01  DB2-CRU-STATUS              PIC X(01).
010812 01  DB2-CRU-LINESEQ             PIC S9(4) COMP.
010815*    CHEQUE PAYMENT - THE PAYEE'S METHOD ('B' BANK, 'Q' CHEQUE),
010817*    THE NAME THE CHEQUE IS DRAWN TO, AND THE REGISTER ENTRY
010820 01  DB2-PYE-METHOD              PIC X(01).
010823 01  DB2-PYE-ACCT-NAME           PIC X(35).
010825 01  DB2-REFUND-METHOD           PIC X(01).
010828 01  WS-CHEQUE-ALLOWED           PIC X(01) VALUE 'N'.
010831 01  WS-PAY-STATUS               PIC X(09) VALUE SPACES.
010833 01  DB2-CHEQUE-NUM              PIC S9(9) COMP VALUE 0.
010836 01  DB2-CHEQUE-SOURCE           PIC X(01).
010839 01  DB2-CHEQUE-PAYEE            PIC X(35).
010841 01  DB2-CHEQUE-REFKEY           PIC X(26).
010844*    EXCESS RECEIVABLE - A CLAIM PAID GROSS OWES US THE POLICY
010847*    EXCESS BACK; THE CUSTOMER HAS THE TERM BELOW TO PAY IT
010849 01  DB2-XS-POLICYTYPE           PIC X(01).
010852 01  DB2-XS-EXCESS               PIC S9(9) COMP.
010854 01  DB2-XS-GROSS-PAID           PIC S9(9)V99 COMP-3.
010857 01  DB2-XS-AMOUNT               PIC S9(9)V99 COMP-3.
010860 01  DB2-XS-RAISED               PIC S9(9)V99 COMP-3.
010862 01  DB2-XS-RECEIVED             PIC S9(9)V99 COMP-3.
010865 01  DB2-XS-STATUS               PIC X(01).
010868 01  DB2-XS-INCIDENT             PIC S9(9) COMP.
010870 01  DB2-XS-BASIS                PIC X(01).
010873 01  DB2-XS-TAKEN                PIC S9(9)V99 COMP-3.
010876 01  DB2-XS-EMAIL                PIC X(50).
010878 01  DB2-XS-MOBILE               PIC X(20).
010881 01  DB2-XS-CONTACT              PIC X(50).
010884 01  DB2-XS-CHANNEL              PIC X(01).
010886 01  DB2-XS-NOTIFYREF            PIC X(10).
010889 01  WS-XS-REF-NUM               REDEFINES DB2-XS-NOTIFYREF
010892                                 PIC 9(10).
010894 01  WS-XS-TERM-DAYS             PIC S9(4) COMP VALUE +28.
010897*****************************************************************
010900*    REPORT LINE LAYOUTS                                       *
011000*****************************************************************
011100 01  CP-HEADING-1.
012300     05  CP-D-PAYEE              PIC X(35).
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  CP-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
012550     05  FILLER                  PIC X(02) VALUE SPACES.
012600     05  CP-D-CHEQUE             PIC Z(08).
012650     05  FILLER                  PIC X(46) VALUE SPACES.
012700 01  CP-SUMMARY-LINE-1.
012800     05  FILLER                  PIC X(20) VALUE SPACES.
012900     05  FILLER                  PIC X(32) VALUE
015115     05  FILLER                  PIC X(04) VALUE SPACES.
015116     05  CP-S6-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
015117     05  FILLER                  PIC X(56) VALUE SPACES.
015121 01  CP-SUMMARY-LINE-7.
015125     05  FILLER                  PIC X(20) VALUE SPACES.
015130     05  FILLER                  PIC X(32) VALUE
015134         'ADJUSTER FEES SUBMITTED'.
015138     05  CP-S7-COUNT             PIC ZZZ,ZZ9.
015143     05  FILLER                  PIC X(04) VALUE SPACES.
015147     05  CP-S7-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
015151     05  FILLER                  PIC X(56) VALUE SPACES.
015156 01  CP-SUMMARY-LINE-8.
015160     05  FILLER                  PIC X(20) VALUE SPACES.
015164     05  FILLER                  PIC X(32) VALUE
015169         'PPO INSTALMENTS SUBMITTED'.
015173     05  CP-S8-COUNT             PIC ZZZ,ZZ9.
015177     05  FILLER                  PIC X(04) VALUE SPACES.
015182     05  CP-S8-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
015186     05  FILLER                  PIC X(56) VALUE SPACES.
015191 01  CP-SUMMARY-LINE-9.
015195     05  FILLER                  PIC X(20) VALUE SPACES.
015199     05  FILLER                  PIC X(32) VALUE
015204         'CRU REPAYMENTS SUBMITTED'.
015208     05  CP-S9-COUNT             PIC ZZZ,ZZ9.
015212     05  FILLER                  PIC X(04) VALUE SPACES.
015217     05  CP-S9-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
015221     05  FILLER                  PIC X(56) VALUE SPACES.
015225 01  CP-SUMMARY-LINE-10.
015230     05  FILLER                  PIC X(20) VALUE SPACES.
015234     05  FILLER                  PIC X(32) VALUE
015238         'OF WHICH RAISED AS CHEQUES'.
015243     05  CP-S10-COUNT            PIC ZZZ,ZZ9.
015247     05  FILLER                  PIC X(04) VALUE SPACES.
015251     05  CP-S10-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
015256     05  FILLER                  PIC X(56) VALUE SPACES.
015260 01  CP-SUMMARY-LINE-11.
015265     05  FILLER                  PIC X(20) VALUE SPACES.
015269     05  FILLER                  PIC X(32) VALUE
015273         'OF WHICH HELD - ACCOUNT CHANGE'.
015278     05  CP-S11-COUNT            PIC ZZZ,ZZ9.
015282     05  FILLER                  PIC X(04) VALUE SPACES.
015286     05  CP-S11-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
015291     05  FILLER                  PIC X(56) VALUE SPACES.
015295 01  CP-SUMMARY-LINE-12.
015299     05  FILLER                  PIC X(20) VALUE SPACES.
015304     05  FILLER                  PIC X(32) VALUE
015308         'EXCESS RECEIVABLES RAISED'.
015312     05  CP-S12-COUNT            PIC ZZZ,ZZ9.
015317     05  FILLER                  PIC X(04) VALUE SPACES.
015321     05  CP-S12-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
015325     05  FILLER                  PIC X(56) VALUE SPACES.
015330 01  CP-HELD-LINE.
015334     05  FILLER                  PIC X(08) VALUE '  HELD: '.
015339     05  CP-H-CLAIMNUM           PIC 9(10).
015343     05  FILLER                  PIC X(02) VALUE SPACES.
015347     05  CP-H-LINESEQ            PIC 9(03).
015352     05  FILLER                  PIC X(02) VALUE SPACES.
015356     05  CP-H-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
015360     05  FILLER                  PIC X(02) VALUE SPACES.
015365     05  CP-H-REASON             PIC X(30).
015369     05  FILLER                  PIC X(62) VALUE SPACES.
015373     COPY LGRCTL.
015378     COPY LGACHG.
015382     COPY LGCTOT.
015386     EXEC SQL
015391         INCLUDE SQLCA
015395     END-EXEC.
015400*    A CLAIM IS DUE FOR DISBURSEMENT WHEN IT HAS BEEN SETTLED    *
015500*    (STATUS 'S' WITH A SETTLED AMOUNT) AND NO CLAIMPAYMENT ROW  *
015600*    EXISTS FOR IT YET - THE SAME NOT-ALREADY-PROCESSED GUARD    *
015700*    LGDDC01'S COLLECTION SELECTION RELIES ON.  POLICY SUPPLIES  *
015728*    THE CUSTOMER (UNLESS THE CLAIM PREDATES A CHANGE OF         *
015757*    POLICYHOLDER, WHEN THE CLAIM NAMES THE ORIGINAL INSURED)    *
015785*    AND CUSTOMER THE PAYEE NAME.  THE SETTLEMENT                *
015814*    IS ALREADY NET OF ANY VAT A REGISTERED POLICYHOLDER CAN     *
015842*    RECLAIM; THE VAT STILL INSIDE IT IS RECORDED ON THE PAYMENT *
015871*    SO THE GL EXTRACT CAN POST IT APART FROM THE NET CLAIM.     *
015900     EXEC SQL
016000         DECLARE DUE-CLAIM CURSOR FOR
016100           SELECT C.CLAIMNUMBER, C.POLICYNUMBER,
016166                  COALESCE(C.INSUREDCUSTNUM, P.CUSTOMERNUMBER),
016233                  C.SETTLEDAMOUNT,
016300                  CU.FIRSTNAME, CU.LASTNAME,
016310                  COALESCE(C.FASTTRACK, 'N'),
016320                  COALESCE(C.VATAMOUNT, 0)
016330                    - COALESCE(C.VATRECOVERABLE, 0)
016400             FROM CLAIM C,
016500                  POLICY P,
016600                  CUSTOMER CU
016700            WHERE C.POLICYNUMBER = P.POLICYNUMBER
016766              AND COALESCE(C.INSUREDCUSTNUM, P.CUSTOMERNUMBER)
016833                    = CU.CUSTOMERNUMBER
016900              AND C.STATUS = 'S'
017000              AND C.SETTLEDAMOUNT > 0
017100              AND C.CLAIMNUMBER NOT IN
017200                  ( SELECT CLAIMNUMBER FROM CLAIMPAYMENT
017203                     WHERE COALESCE(PAYTYPE, 'F') = 'F'
017206                       AND STATUS <> 'CANCELLED' )
017210              AND C.CLAIMNUMBER NOT IN
017220                  ( SELECT CLAIMNUMBER FROM CLAIMLINE )
017300            ORDER BY C.CLAIMNUMBER
017302     END-EXEC.
017304*    A CLAIM BROKEN INTO HEADS OF DAMAGE PAYS PER SETTLED       *
017306*    LINE, EACH TO ITS OWN PAYEE - THE WHOLE-CLAIM SELECTION    *
017308*    ABOVE EXCLUDES THESE SO NOTHING IS PAID TWICE.  A PI LINE  *
017310*    PAYS THE CLAIMANT THE SETTLEMENT LESS THE BENEFITS THE CRU *
017312*    CERTIFICATE ALLOWS TO BE DEDUCTED; ONE WHOSE DEDUCTION     *
017314*    TAKES THE WHOLE SETTLEMENT HAS NOTHING TO PAY              *
017316     EXEC SQL
017318         DECLARE DUE-LINE CURSOR FOR
017320           SELECT C.CLAIMNUMBER, C.POLICYNUMBER,
017322                  COALESCE(C.INSUREDCUSTNUM, P.CUSTOMERNUMBER),
017324                  L.LINESEQ,
017326                  L.PAYEENAME,
017328                  L.SETTLEDAMOUNT
017330                    - COALESCE(K.TOTALDEDUCTIBLE, 0),
017332                  L.LINETYPE, COALESCE(K.STATUS, ' ')
017334             FROM CLAIMLINE L
017336                  LEFT OUTER JOIN CLAIMCRU K
017338                    ON K.CLAIMNUMBER = L.CLAIMNUMBER
017340                   AND K.LINESEQ     = L.LINESEQ,
017342                  CLAIM C,
017344                  POLICY P
017346            WHERE L.CLAIMNUMBER = C.CLAIMNUMBER
017348              AND C.POLICYNUMBER = P.POLICYNUMBER
017350              AND C.STATUS = 'S'
017352              AND L.STATUS = 'S'
017354              AND L.SETTLEDAMOUNT
017356                    - COALESCE(K.TOTALDEDUCTIBLE, 0) > 0
017358              AND NOT EXISTS
017360                  ( SELECT 1 FROM CLAIMPAYMENT CP
017362                     WHERE CP.CLAIMNUMBER = L.CLAIMNUMBER
017364                       AND CP.LINESEQ     = L.LINESEQ
017366                       AND COALESCE(CP.PAYTYPE, 'F') = 'F'
017368                       AND CP.STATUS <> 'CANCELLED' )
017370            ORDER BY C.CLAIMNUMBER, L.LINESEQ
017372     END-EXEC.
017375*    CANCELLATION REFUNDS OWED TO CUSTOMERS RIDE THE SAME BANK  *
017377*    SUBMISSION FILE, IDENTIFIED BY CLAIM NUMBER ZERO.  A        *
017379*    CUSTOMER WITH NO CONFIRMED MANDATE HAS NO BANK ACCOUNT ON   *
017381*    FILE TO REFUND TO, SO IS SENT A CHEQUE INSTEAD              *
017383     EXEC SQL
017385         DECLARE DUE-REFUND CURSOR FOR
017387           SELECT R.POLICYNUMBER, R.CUSTOMERNUMBER,
017389                  R.NETREFUND, CHAR(R.LASTCHANGED),
017391                  CU.FIRSTNAME, CU.LASTNAME,
017393                  CASE WHEN EXISTS
017395                       ( SELECT 1 FROM PAYMENTMANDATE M
017397                          WHERE M.CUSTOMERNUMBER =
017399                                R.CUSTOMERNUMBER
017401                            AND M.MANDATESTATUS  = 'C' )
017403                       THEN 'B' ELSE 'Q' END
017405             FROM PREMIUMREFUND R,
017407                  CUSTOMER CU
017409            WHERE R.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
017411              AND R.STATUS = 'DUE'
017413            ORDER BY R.POLICYNUMBER
017415     END-EXEC.
017417*    PAYMENTS ON ACCOUNT AUTHORISED AGAINST OPEN CLAIMS        *
017419*    (LGINTP01) PAY THE CUSTOMER AHEAD OF FINAL SETTLEMENT -   *
017421*    THE RESERVE ALREADY CAME DOWN AT AUTHORISATION AND THE    *
017423*    CUMULATIVE TOTAL NETS OFF THE FINAL SETTLEMENT FIGURE     *
017425     EXEC SQL
017427         DECLARE DUE-INTERIM CURSOR FOR
017429           SELECT I.CLAIMNUMBER, I.INTERIMSEQ,
017431                  I.POLICYNUMBER,
017433                  COALESCE(C.INSUREDCUSTNUM, P.CUSTOMERNUMBER),
017435                  I.PAYMENTAMOUNT,
017437                  CU.FIRSTNAME, CU.LASTNAME
017439             FROM INTERIMPAYMENT I,
017441                  CLAIM C,
017443                  POLICY P,
017445                  CUSTOMER CU
017447            WHERE I.STATUS = 'DUE'
017450              AND I.CLAIMNUMBER = C.CLAIMNUMBER
017452              AND I.POLICYNUMBER = P.POLICYNUMBER
017454              AND COALESCE(C.INSUREDCUSTNUM, P.CUSTOMERNUMBER)
017456                    = CU.CUSTOMERNUMBER
017458            ORDER BY I.CLAIMNUMBER, I.INTERIMSEQ
017460     END-EXEC.
017462*    LOSS ADJUSTER FEE INVOICES ENTERED THROUGH LGLADJ01 PAY    *
017464*    THE ADJUSTING FIRM, NOT THE CUSTOMER, AND NEVER COUNT      *
017466*    AGAINST THE INDEMNITY - THE FEE RESERVE CAME DOWN WHEN     *
017468*    THE INVOICE WAS ENTERED                                    *
017470     EXEC SQL
017472         DECLARE DUE-ADJFEE CURSOR FOR
017474           SELECT F.CLAIMNUMBER, F.FEESEQ,
017476                  C.POLICYNUMBER,
017478                  COALESCE(C.INSUREDCUSTNUM, P.CUSTOMERNUMBER),
017480                  F.FEEAMOUNT, A.FIRMNAME
017482             FROM ADJUSTERFEE F,
017484                  ADJUSTER A,
017486                  CLAIM C,
017488                  POLICY P
017490            WHERE F.STATUS = 'DUE'
017492              AND F.ADJUSTERID = A.ADJUSTERID
017494              AND F.CLAIMNUMBER = C.CLAIMNUMBER
017496              AND C.POLICYNUMBER = P.POLICYNUMBER
017498            ORDER BY F.CLAIMNUMBER, F.FEESEQ
017500     END-EXEC.
017502*    PERIODIC PAYMENT ORDER INSTALMENTS RAISED BY LGPPOA01 PAY  *
017504*    THE PPO PAYEE THROUGH THE CLAIMPAYEE ROW LGPPOS01 WROTE IN *
017506*    THE 700+ LINESEQ BAND.  THEY COME OUT OF THE SEPARATE PPO  *
017508*    RESERVE, NOT THE CLAIM RESERVE, AND PAY WHATEVER THE CLAIM *
017510*    STATUS - AN ORDER RUNS FOR LIFE AFTER SETTLEMENT           *
017512     EXEC SQL
017514         DECLARE DUE-PPO CURSOR FOR
017516           SELECT Y.CLAIMNUMBER, Y.LINESEQ,
017518                  CHAR(Y.DUEDATE, ISO),
017520                  C.POLICYNUMBER,
017522                  COALESCE(C.INSUREDCUSTNUM, P.CUSTOMERNUMBER),
017525                  Y.PAYMENTAMOUNT, S.PAYEENAME
017527             FROM PPOPAYMENT Y,
017529                  PPOSCHEDULE S,
017531                  CLAIM C,
017533                  POLICY P
017535            WHERE Y.STATUS = 'DUE'
017537              AND Y.DUEDATE <= DATE(:WS-TODAY-DATE-ISO)
017539              AND S.CLAIMNUMBER = Y.CLAIMNUMBER
017541              AND S.LINESEQ     = Y.LINESEQ
017543              AND Y.CLAIMNUMBER = C.CLAIMNUMBER
017545              AND C.POLICYNUMBER = P.POLICYNUMBER
017547            ORDER BY Y.CLAIMNUMBER, Y.LINESEQ, Y.DUEDATE
017549     END-EXEC.
017551*    THE CRU IS REPAID THE WHOLE RECOVERABLE TOTAL ON THE       *
017553*    CERTIFICATE ONCE THE PI LINE IS SETTLED, THROUGH THE       *
017555*    CLAIMPAYEE ROW LGCRUC01 WROTE IN THE 600+ LINESEQ BAND.    *
017557*    A NIL CERTIFICATE OWES THE CRU NOTHING                     *
017559     EXEC SQL
017561         DECLARE DUE-CRU CURSOR FOR
017563           SELECT K.CLAIMNUMBER, K.LINESEQ,
017565                  C.POLICYNUMBER,
017567                  COALESCE(C.INSUREDCUSTNUM, P.CUSTOMERNUMBER),
017569                  K.TOTALRECOVERABLE
017571             FROM CLAIMCRU K,
017573                  CLAIMLINE L,
017575                  CLAIM C,
017577                  POLICY P
017579            WHERE K.STATUS = 'C'
017581              AND K.TOTALRECOVERABLE > 0
017583              AND L.CLAIMNUMBER = K.CLAIMNUMBER
017585              AND L.LINESEQ     = K.LINESEQ
017587              AND L.STATUS      = 'S'
017589              AND K.CLAIMNUMBER = C.CLAIMNUMBER
017591              AND C.POLICYNUMBER = P.POLICYNUMBER
017593            ORDER BY K.CLAIMNUMBER, K.LINESEQ
017595     END-EXEC.
017597 LINKAGE SECTION.
017600 PROCEDURE DIVISION.
017700*****************************************************************
017800*    0000-MAINLINE                                             *
018304     PERFORM 1300-OPEN-INTERIM THRU 1300-EXIT.
018305     PERFORM 2700-SUBMIT-DUE-INTERIM THRU 2700-EXIT
018306         UNTIL WS-INTP-EOF.
018307     PERFORM 1400-OPEN-ADJFEE THRU 1400-EXIT.
018308     PERFORM 2800-SUBMIT-DUE-ADJFEE THRU 2800-EXIT
018309         UNTIL WS-AFEE-EOF.
018310     PERFORM 1500-OPEN-PPO THRU 1500-EXIT.
018311     PERFORM 2900-SUBMIT-DUE-PPO THRU 2900-EXIT
018313         UNTIL WS-PPO-EOF.
018314     PERFORM 1600-OPEN-CRU THRU 1600-EXIT.
018315     PERFORM 2950-SUBMIT-DUE-CRU THRU 2950-EXIT
018316         UNTIL WS-CRU-EOF.
018317     PERFORM 1100-OPEN-REFUND THRU 1100-EXIT.
018318     PERFORM 2600-SUBMIT-DUE-REFUND THRU 2600-EXIT
018320         UNTIL WS-RFND-EOF.
018400     PERFORM 4000-APPLY-RETURN THRU 4000-EXIT
018500         UNTIL WS-RETN-EOF.
023429     PERFORM 3600-READ-INTERIM THRU 3600-EXIT.
023430 1300-EXIT.
023431     EXIT.
023432*****************************************************************
023433*    1400-OPEN-ADJFEE - ADJUSTER FEE SELECTION SHARES HOST      *
023434*    VARIABLES TOO, SO IT OPENS ONCE THE INTERIM DRAIN IS DONE  *
023435*****************************************************************
023436 1400-OPEN-ADJFEE.
023437     EXEC SQL
023438         OPEN DUE-ADJFEE
023439     END-EXEC.
023440     IF SQLCODE NOT EQUAL 0
023441         DISPLAY 'LGCLMP01 - ADJFEE CURSOR OPEN, SQLCODE='
023442                 SQLCODE
023443         GO TO 9999-EXIT
023444     END-IF.
023445     PERFORM 3700-READ-ADJFEE THRU 3700-EXIT.
023446 1400-EXIT.
023447     EXIT.
023448*****************************************************************
023449*    1500-OPEN-PPO - PPO INSTALMENT SELECTION, OPENED ONCE THE  *
023450*    ADJUSTER FEE DRAIN IS DONE                                 *
023451*****************************************************************
023452 1500-OPEN-PPO.
023453     EXEC SQL
023454         OPEN DUE-PPO
023455     END-EXEC.
023456     IF SQLCODE NOT EQUAL 0
023457         DISPLAY 'LGCLMP01 - PPO CURSOR OPEN, SQLCODE='
023458                 SQLCODE
023459         GO TO 9999-EXIT
023460     END-IF.
023461     PERFORM 3800-READ-PPO THRU 3800-EXIT.
023462 1500-EXIT.
023463     EXIT.
023464*****************************************************************
023466*    1600-OPEN-CRU - CRU REPAYMENT SELECTION, OPENED ONCE THE   *
023467*    PPO DRAIN IS DONE                                          *
023468*****************************************************************
023469 1600-OPEN-CRU.
023470     EXEC SQL
023471         OPEN DUE-CRU
023472     END-EXEC.
023473     IF SQLCODE NOT EQUAL 0
023474         DISPLAY 'LGCLMP01 - CRU CURSOR OPEN, SQLCODE='
023475                 SQLCODE
023476         GO TO 9999-EXIT
023477     END-IF.
023478     PERFORM 3900-READ-CRU THRU 3900-EXIT.
023479 1600-EXIT.
023480     EXIT.
023481*****************************************************************
023482*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
023483*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
023484*****************************************************************
023485 1050-GET-BUSINESS-DATE.
023486     EXEC SQL
023487         SELECT BUSINESSDATE
023488           INTO :WS-BUSINESS-DATE
023489           FROM BUSINESSDATE
023490          WHERE CONTROLID = 'LG'
023491     END-EXEC.
023492     IF SQLCODE EQUAL 0
023493         MOVE WS-BD-YYYY TO WS-CD-YYYY
023494         MOVE WS-BD-MM   TO WS-CD-MM
023495         MOVE WS-BD-DD   TO WS-CD-DD
023496     END-IF.
023497 1050-EXIT.
023498     EXIT.
023500*****************************************************************
023600*    2000-SUBMIT-DUE-CLAIM - ONE BANK PAYMENT INSTRUCTION PER    *
023700*    SETTLED UNPAID CLAIM, RECORDED IN CLAIMPAYMENT AS           *
024230*    CONFIRMATION-OF-PAYEE CHECK HAS VERIFIED - TWO
024240*    MISDIRECTED SETTLEMENTS LAST YEAR IS TWO TOO MANY
024250     MOVE 0 TO DB2-LINESEQ-SINT.
024255     MOVE 'Y' TO WS-CHEQUE-ALLOWED.
024260     PERFORM 2150-CHECK-PAYEE THRU 2150-EXIT.
024262     IF WS-PAYEE-HOLD NOT EQUAL 'Y'
024264         MOVE 'F' TO ACH-PAY-TYPE
024266         PERFORM 2160-CHECK-TAKEOVER THRU 2160-EXIT
024268     END-IF.
024270     IF WS-PAYEE-HOLD EQUAL 'Y'
024280         PERFORM 2170-REPORT-HELD THRU 2170-EXIT
024290         PERFORM 3000-READ-DB2 THRU 3000-EXIT
024291         GO TO 2000-EXIT
024292     END-IF.
024294     IF DB2-PYE-METHOD EQUAL 'Q'
024296         MOVE DB2-PYE-ACCT-NAME TO WS-PAYEE-NAME
024298     END-IF.
024300     MOVE DB2-CLAIMNUM-INT    TO CS-CLAIMNUM.
024400     MOVE DB2-POLICYNUM-INT   TO CS-POLICYNUM.
024500     MOVE DB2-CUSTOMERNUM-INT TO CS-CUSTOMERNUM.
024810     MOVE ZERO                TO CS-LINESEQ.
024820     MOVE DB2-PYE-SORTCODE    TO CS-SORTCODE.
024830     MOVE DB2-PYE-ACCOUNT     TO CS-ACCOUNT.
024886     MOVE 'C'                 TO DB2-CHEQUE-SOURCE.
024943     PERFORM 2190-ISSUE-PAYMENT THRU 2190-EXIT.
025000     EXEC SQL
025100         INSERT INTO CLAIMPAYMENT
025200                   (
025600                     PAYMENTAMOUNT,
025700                     CYCLEDATE,
025800                     STATUS,
025825                     PAYTYPE,
025850                     VATAMOUNT,
025875                     CHEQUENUMBER
025900                   )
026000            VALUES (
026100                     :DB2-CLAIMNUM-INT,
026350                     :WS-PAYEE-NAME,
026400                     :DB2-SETTLEDAMT-INT,
026500                     :WS-TODAY-DATE-ISO,
026540                     :WS-PAY-STATUS,
026580                     'F',
026620                     :DB2-PAID-VAT,
026660                     :DB2-CHEQUE-NUM
026700                   )
026800     END-EXEC.
026900     IF SQLCODE NOT EQUAL 0
027500     MOVE DB2-POLICYNUM-INT  TO CP-D-POLICYNUM.
027600     MOVE WS-PAYEE-NAME      TO CP-D-PAYEE.
027700     MOVE DB2-SETTLEDAMT-INT TO CP-D-AMOUNT.
027750     MOVE DB2-CHEQUE-NUM     TO CP-D-CHEQUE.
027800     WRITE CP-REPORT-LINE FROM CP-DETAIL-LINE.
027801     ADD 1 TO WS-SUBMITTED-COUNT.
027802     ADD DB2-CLAIMNUM-INT TO WS-CLAIM-HASH.
027803     ADD DB2-SETTLEDAMT-INT TO WS-SUBMITTED-AMOUNT.
027804     IF DB2-FASTTRACK EQUAL 'Y'
027805         PERFORM 2400-RAISE-EXCESS THRU 2400-EXIT
027806     END-IF.
027807     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
027808 2000-EXIT.
027809     EXIT.
027810*****************************************************************
027811*    2100-FASTTRACK-PAYEE - REPAIRER NAME FOR A FAST-TRACK       *
027812*    CLAIM, OR THE HOLD FLAG WHEN NONE IS ASSIGNED YET           *
027814*****************************************************************
027815 2100-FASTTRACK-PAYEE.
027816     EXEC SQL
027817         SELECT R.REPAIRERNAME
027818           INTO :DB2-REPAIRER-NAME
027819           FROM CLAIMREPAIRER CR,
027820                REPAIRER R
027821          WHERE CR.CLAIMNUMBER = :DB2-CLAIMNUM-INT
027822            AND CR.REPAIRERID  = R.REPAIRERID
027823     END-EXEC.
027824     EVALUATE SQLCODE
027825         WHEN 0
027826             MOVE SPACES TO WS-PAYEE-NAME
027828             MOVE DB2-REPAIRER-NAME TO WS-PAYEE-NAME
027829         WHEN 100
027830             MOVE 'Y' TO WS-FT-HOLD
027831         WHEN OTHER
027832             DISPLAY 'LGCLMP01 - FT PAYEE SELECT, SQLCODE='
027833                     SQLCODE
027834             GO TO 9999-EXIT
027835     END-EVALUATE.
027836 2100-EXIT.
027837     EXIT.
027838*****************************************************************
027839*    2150-CHECK-PAYEE - THE PAYMENT ONLY GOES OUT WHEN THE       *
027841*    PAYEE'S BANK DETAILS EXIST AND THE BANK'S CONFIRMATION-     *
027842*    OF-PAYEE CHECK CAME BACK VERIFIED                           *
027843*****************************************************************
027844 2150-CHECK-PAYEE.
027845     MOVE 'N' TO WS-PAYEE-HOLD.
027846     MOVE SPACES TO WS-HELD-REASON.
027847     MOVE 'B' TO DB2-PYE-METHOD.
027848     MOVE 0   TO DB2-CHEQUE-NUM.
027849     EXEC SQL
027850         SELECT SORTCODE, ACCOUNTNUMBER, VERIFYSTATUS,
027851                ACCOUNTNAME, COALESCE(PAYMETHOD, 'B')
027852           INTO :DB2-PYE-SORTCODE, :DB2-PYE-ACCOUNT,
027853                :DB2-PYE-VERIFY,
027855                :DB2-PYE-ACCT-NAME, :DB2-PYE-METHOD
027856           FROM CLAIMPAYEE
027857          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
027858            AND LINESEQ     = :DB2-LINESEQ-SINT
027859     END-EXEC.
027860     EVALUATE SQLCODE
027861*        A CHEQUE PAYEE HAS NO BANK DETAILS TO VERIFY.  ONLY
027862*        CUSTOMER AND CLAIM-LINE PAYMENTS ARE TAKEN BY CHEQUE -
027863*        FIRMS, THE PPO PAYEE AND THE CRU ARE PAID BY TRANSFER
027864         WHEN 0
027865             IF DB2-PYE-METHOD EQUAL 'Q'
027866                 IF WS-CHEQUE-ALLOWED NOT EQUAL 'Y'
027867                     MOVE 'Y' TO WS-PAYEE-HOLD
027869                     MOVE 'CHEQUE NOT TAKEN - BANK ONLY'
027870                       TO WS-HELD-REASON
027871                 END-IF
027872             ELSE
027873                 IF DB2-PYE-VERIFY NOT EQUAL 'V'
027874                     MOVE 'Y' TO WS-PAYEE-HOLD
027875                     MOVE 'PAYEE VERIFICATION NOT CLEAR'
027876                       TO WS-HELD-REASON
027877                 END-IF
027878             END-IF
027879         WHEN 100
027880             MOVE 'Y' TO WS-PAYEE-HOLD
027882             MOVE 'NO PAYEE BANK DETAILS ON FILE'
027883               TO WS-HELD-REASON
027884         WHEN OTHER
027885             DISPLAY 'LGCLMP01 - PAYEE SELECT, SQLCODE='
027886                     SQLCODE
027887             GO TO 9999-EXIT
027888     END-EVALUATE.
027889 2150-EXIT.
027890     EXIT.
027891*****************************************************************
027892*    2160-CHECK-TAKEOVER - A PAYMENT TO A CUSTOMER WHOSE MOBILE, *
027893*    EMAIL OR BANK DETAILS CHANGED INSIDE THE COOLING WINDOW     *
027894*    IS HELD (AND RECORDED ON PAYMENTHOLD BY LGACHG01) UNTIL     *
027896*    THE CHANGE IS RELEASED - A TAKEN-OVER ACCOUNT MUST NOT BE   *
027897*    ABLE TO REDIRECT A PAYOUT.  CALLER SETS ACH-PAY-TYPE        *
027898*****************************************************************
027899 2160-CHECK-TAKEOVER.
027900     MOVE 'H'                 TO ACH-ACTION.
027901     MOVE DB2-CUSTOMERNUM-INT TO ACH-CUSTOMER-NUM.
027902     MOVE DB2-CLAIMNUM-INT    TO ACH-CLAIM-NUM.
027903     MOVE DB2-LINESEQ-SINT    TO ACH-LINE-SEQ.
027904     MOVE DB2-POLICYNUM-INT   TO ACH-POLICY-NUM.
027905     MOVE DB2-SETTLEDAMT-INT  TO ACH-AMOUNT.
027906     MOVE WS-TODAY-DATE-ISO   TO ACH-RUN-DATE.
027907     CALL 'LGACHG01' USING ACH-REQUEST.
027908     IF ACH-RC NOT EQUAL '00'
027910         DISPLAY 'LGCLMP01 - LGACHG01 HOLD CHECK, SQLCODE='
027911                 ACH-SQLCODE
027912         GO TO 9999-EXIT
027913     END-IF.
027914     IF ACH-RESULT EQUAL 'Y'
027915         MOVE 'Y' TO WS-PAYEE-HOLD
027916         MOVE 'ACCOUNT CHANGE - AWAIT RELEASE' TO WS-HELD-REASON
027917         ADD 1 TO WS-ATO-HELD-COUNT
027918         ADD DB2-SETTLEDAMT-INT TO WS-ATO-HELD-AMOUNT
027919     END-IF.
027920 2160-EXIT.
027921     EXIT.
027923*****************************************************************
027924*    2170-REPORT-HELD - ONE HELD-PAYMENT REPORT LINE             *
027925*****************************************************************
027926 2170-REPORT-HELD.
027927     MOVE DB2-CLAIMNUM-INT   TO CP-H-CLAIMNUM.
027928     MOVE DB2-LINESEQ-SINT   TO CP-H-LINESEQ.
027929     MOVE DB2-SETTLEDAMT-INT TO CP-H-AMOUNT.
027930     MOVE WS-HELD-REASON     TO CP-H-REASON.
027931     WRITE CP-REPORT-LINE FROM CP-HELD-LINE.
027932     ADD 1 TO WS-HELD-COUNT.
027933     ADD DB2-SETTLEDAMT-INT TO WS-HELD-AMOUNT.
027934 2170-EXIT.
027935     EXIT.
027937*****************************************************************
027938*    2190-ISSUE-PAYMENT - A BANK PAYEE GOES ON THE SUBMISSION   *
027939*    FILE; A CHEQUE PAYEE GETS THE NEXT CHEQUE NUMBER ON THE    *
027940*    CHEQUE REGISTER INSTEAD, FOR LGCHQR01 TO PRINT, AND THE    *
027941*    PAYMENT IS RECORDED ISSUED RATHER THAN SUBMITTED           *
027942*****************************************************************
027943 2190-ISSUE-PAYMENT.
027944     MOVE 'SUBMITTED' TO WS-PAY-STATUS.
027945     IF DB2-PYE-METHOD NOT EQUAL 'Q'
027946         WRITE CS-SUBMISSION-RECORD
027947         GO TO 2190-EXIT
027948     END-IF.
027950     MOVE CS-PAYEE-NAME TO DB2-CHEQUE-PAYEE.
027951     IF DB2-CHEQUE-SOURCE EQUAL 'R'
027952         MOVE DB2-REFUND-KEYTS TO DB2-CHEQUE-REFKEY
027953     ELSE
027954         MOVE SPACES           TO DB2-CHEQUE-REFKEY
027955     END-IF.
027956     EXEC SQL
027957         SELECT COALESCE(MAX(CHEQUENUMBER), 0) + 1
027958           INTO :DB2-CHEQUE-NUM
027959           FROM CHEQUEREGISTER
027960     END-EXEC.
027961     IF SQLCODE NOT EQUAL 0
027962         DISPLAY 'LGCLMP01 - CHEQUE NUMBER SELECT, SQLCODE='
027964                 SQLCODE
027965         GO TO 9999-EXIT
027966     END-IF.
027967     EXEC SQL
027968         INSERT INTO CHEQUEREGISTER
027969                   (
027970                     CHEQUENUMBER,
027971                     SOURCETYPE,
027972                     CLAIMNUMBER,
027973                     LINESEQ,
027974                     POLICYNUMBER,
027975                     CUSTOMERNUMBER,
027976                     REFUNDKEY,
027978                     PAYEENAME,
027979                     AMOUNT,
027980                     ISSUEDATE,
027981                     STATUS,
027982                     REPLACESCHEQUE,
027983                     LASTCHANGED
027984                   )
027985            VALUES (
027986                     :DB2-CHEQUE-NUM,
027987                     :DB2-CHEQUE-SOURCE,
027988                     :DB2-CLAIMNUM-INT,
027989                     :DB2-LINESEQ-SINT,
027991                     :DB2-POLICYNUM-INT,
027992                     :DB2-CUSTOMERNUM-INT,
027993                     :DB2-CHEQUE-REFKEY,
027994                     :DB2-CHEQUE-PAYEE,
027995                     :DB2-SETTLEDAMT-INT,
027996                     :WS-TODAY-DATE-ISO,
027997                     'I',
027998                     0,
027999                     CURRENT TIMESTAMP
028000                   )
028001     END-EXEC.
028002     IF SQLCODE NOT EQUAL 0
028003         DISPLAY 'LGCLMP01 - CHEQUE REGISTER INSERT, SQLCODE='
028005                 SQLCODE
028006         GO TO 9999-EXIT
028007     END-IF.
028008     MOVE 'ISSUED' TO WS-PAY-STATUS.
028009     ADD 1 TO WS-CHEQUE-COUNT.
028010     ADD DB2-SETTLEDAMT-INT TO WS-CHEQUE-AMOUNT.
028011 2190-EXIT.
028012     EXIT.
028013*****************************************************************
028014*    2300-SUBMIT-DUE-LINE - ONE BANK PAYMENT INSTRUCTION PER     *
028015*    SETTLED UNPAID CLAIM LINE, PAID TO THE LINE'S OWN PAYEE     *
028016*****************************************************************
028017 2300-SUBMIT-DUE-LINE.
028019*    NO PI COMPENSATION GOES OUT WITHOUT A CRU CERTIFICATE -
028020*    LGCLML01 STOPS THE LINE SETTLING, THIS STOPS THE MONEY
028021     IF DB2-LINE-TYPE EQUAL 'PI' AND
028022        DB2-CRU-STATUS NOT EQUAL 'C' AND
028023        DB2-CRU-STATUS NOT EQUAL 'P'
028024         MOVE 'NO CRU CERTIFICATE ON FILE' TO WS-HELD-REASON
028025         PERFORM 2170-REPORT-HELD THRU 2170-EXIT
028026         PERFORM 3200-READ-LINE THRU 3200-EXIT
028027         GO TO 2300-EXIT
028028     END-IF.
028029     MOVE 'Y' TO WS-CHEQUE-ALLOWED.
028030     PERFORM 2150-CHECK-PAYEE THRU 2150-EXIT.
028032     IF WS-PAYEE-HOLD NOT EQUAL 'Y'
028033         MOVE 'L' TO ACH-PAY-TYPE
028034         PERFORM 2160-CHECK-TAKEOVER THRU 2160-EXIT
028035     END-IF.
028036     IF WS-PAYEE-HOLD EQUAL 'Y'
028037         PERFORM 2170-REPORT-HELD THRU 2170-EXIT
028038         PERFORM 3200-READ-LINE THRU 3200-EXIT
028039         GO TO 2300-EXIT
028040     END-IF.
028041     IF DB2-PYE-METHOD EQUAL 'Q'
028042         MOVE DB2-PYE-ACCT-NAME TO DB2-LINE-PAYEE
028043     END-IF.
028044     MOVE DB2-CLAIMNUM-INT    TO CS-CLAIMNUM.
028046     MOVE DB2-POLICYNUM-INT   TO CS-POLICYNUM.
028047     MOVE DB2-CUSTOMERNUM-INT TO CS-CUSTOMERNUM.
028048     MOVE DB2-LINE-PAYEE      TO CS-PAYEE-NAME.
028049     MOVE DB2-SETTLEDAMT-INT  TO CS-AMOUNT.
028050     MOVE WS-TODAY-DATE-ISO   TO CS-CYCLE-DATE.
028051     MOVE DB2-LINESEQ-SINT    TO CS-LINESEQ.
028052     MOVE DB2-PYE-SORTCODE    TO CS-SORTCODE.
028053     MOVE DB2-PYE-ACCOUNT     TO CS-ACCOUNT.
028054     MOVE 'C'                 TO DB2-CHEQUE-SOURCE.
028055     PERFORM 2190-ISSUE-PAYMENT THRU 2190-EXIT.
028056     EXEC SQL
028057         INSERT INTO CLAIMPAYMENT
028058                   (
028060                     CLAIMNUMBER,
028061                     LINESEQ,
028062                     POLICYNUMBER,
028063                     CUSTOMERNUMBER,
028064                     PAYEENAME,
028065                     PAYMENTAMOUNT,
028066                     CYCLEDATE,
028067                     STATUS,
028068                     PAYTYPE,
028069                     CHEQUENUMBER
028070                   )
028071            VALUES (
028073                     :DB2-CLAIMNUM-INT,
028074                     :DB2-LINESEQ-SINT,
028075                     :DB2-POLICYNUM-INT,
028076                     :DB2-CUSTOMERNUM-INT,
028077                     :DB2-LINE-PAYEE,
028078                     :DB2-SETTLEDAMT-INT,
028079                     :WS-TODAY-DATE-ISO,
028080                     :WS-PAY-STATUS,
028081                     'F',
028082                     :DB2-CHEQUE-NUM
028083                   )
028084     END-EXEC.
028085     IF SQLCODE NOT EQUAL 0
028087         DISPLAY 'LGCLMP01 - LINE PAYMENT INSERT, SQLCODE='
028088                 SQLCODE
028089         GO TO 9999-EXIT
028090     END-IF.
028091     MOVE DB2-CLAIMNUM-INT   TO CP-D-CLAIMNUM.
028092     MOVE DB2-POLICYNUM-INT  TO CP-D-POLICYNUM.
028093     MOVE DB2-LINE-PAYEE     TO CP-D-PAYEE.
028094     MOVE DB2-SETTLEDAMT-INT TO CP-D-AMOUNT.
028095     MOVE DB2-CHEQUE-NUM     TO CP-D-CHEQUE.
028096     WRITE CP-REPORT-LINE FROM CP-DETAIL-LINE.
028097     ADD 1 TO WS-SUBMITTED-COUNT.
028098     ADD DB2-CLAIMNUM-INT TO WS-CLAIM-HASH.
028100     ADD DB2-SETTLEDAMT-INT TO WS-SUBMITTED-AMOUNT.
028101     PERFORM 2400-RAISE-EXCESS THRU 2400-EXIT.
028102     PERFORM 3200-READ-LINE THRU 3200-EXIT.
028103 2300-EXIT.
028104     EXIT.
028105*****************************************************************
028106*    2400-RAISE-EXCESS - A FAST-TRACK CLAIM PAID TO THE          *
028107*    REPAIRER, OR A CLAIM PAID LINE BY LINE TO ITS PAYEES, GOES  *
028108*    OUT GROSS - THE POLICY EXCESS WAS NEVER NETTED OFF IT.  THE *
028109*    EXCESS IS RAISED AS A RECEIVABLE AGAINST THE INSURED,       *
028110*    CAPPED AT WHAT HAS BEEN PAID ON THE CLAIM SO FAR, AND THE   *
028111*    CUSTOMER IS TOLD HOW TO PAY IT.  LATER LINES TOP AN OPEN,   *
028112*    UNTOUCHED RECEIVABLE UP TO THE FULL EXCESS.  LGXSRC01       *
028114*    CHASES, COLLECTS AND REPORTS IT                             *
028115*****************************************************************
028116 2400-RAISE-EXCESS.
028117     EXEC SQL
028118         SELECT POLICYTYPE
028119           INTO :DB2-XS-POLICYTYPE
028120           FROM POLICY
028121          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
028122     END-EXEC.
028123     IF SQLCODE NOT EQUAL 0
028124         DISPLAY 'LGCLMP01 - EXCESS POLICY SELECT, SQLCODE='
028125                 SQLCODE
028126         GO TO 9999-EXIT
028128     END-IF.
028129     MOVE 0 TO DB2-XS-EXCESS.
028130     EVALUATE DB2-XS-POLICYTYPE
028131         WHEN 'M'
028132             EXEC SQL
028133                 SELECT EXCESS
028134                   INTO :DB2-XS-EXCESS
028135                   FROM MOTOR
028136                  WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
028137             END-EXEC
028138         WHEN 'H'
028139             EXEC SQL
028141                 SELECT EXCESS
028142                   INTO :DB2-XS-EXCESS
028143                   FROM HOUSE
028144                  WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
028145             END-EXEC
028146         WHEN OTHER
028147             GO TO 2400-EXIT
028148     END-EVALUATE.
028149     IF SQLCODE EQUAL 100
028150         GO TO 2400-EXIT
028151     END-IF.
028152     IF SQLCODE NOT EQUAL 0
028153         DISPLAY 'LGCLMP01 - EXCESS SELECT, SQLCODE='
028155                 SQLCODE
028156         GO TO 9999-EXIT
028157     END-IF.
028158     IF DB2-XS-EXCESS NOT GREATER THAN ZERO
028159         GO TO 2400-EXIT
028160     END-IF.
028161     EXEC SQL
028162         SELECT COALESCE(SUM(PAYMENTAMOUNT), 0)
028163           INTO :DB2-XS-GROSS-PAID
028164           FROM CLAIMPAYMENT
028165          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
028166            AND COALESCE(PAYTYPE, 'F') = 'F'
028167            AND STATUS <> 'CANCELLED'
028169     END-EXEC.
028170     IF SQLCODE NOT EQUAL 0
028171         DISPLAY 'LGCLMP01 - EXCESS PAID SUM, SQLCODE='
028172                 SQLCODE
028173         GO TO 9999-EXIT
028174     END-IF.
028175     MOVE DB2-XS-EXCESS TO DB2-XS-AMOUNT.
028176     PERFORM 2420-INCIDENT-EXCESS THRU 2420-EXIT.
028177     IF DB2-XS-AMOUNT NOT GREATER THAN ZERO
028178         GO TO 2400-EXIT
028179     END-IF.
028180     IF DB2-XS-GROSS-PAID LESS THAN DB2-XS-AMOUNT
028182         MOVE DB2-XS-GROSS-PAID TO DB2-XS-AMOUNT
028183     END-IF.
028184     EXEC SQL
028185         SELECT EXCESSAMOUNT, AMOUNTPAID, STATUS
028186           INTO :DB2-XS-RAISED, :DB2-XS-RECEIVED, :DB2-XS-STATUS
028187           FROM EXCESSRECEIVABLE
028188          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
028189     END-EXEC.
028190     EVALUATE SQLCODE
028191         WHEN 0
028192             PERFORM 2410-TOP-UP-EXCESS THRU 2410-EXIT
028193             GO TO 2400-EXIT
028194         WHEN 100
028196             CONTINUE
028197         WHEN OTHER
028198             DISPLAY 'LGCLMP01 - EXCESS RCV SELECT, SQLCODE='
028199                     SQLCODE
028200             GO TO 9999-EXIT
028201     END-EVALUATE.
028202     EXEC SQL
028203         INSERT INTO EXCESSRECEIVABLE
028204                   (
028205                     CLAIMNUMBER,
028206                     POLICYNUMBER,
028207                     CUSTOMERNUMBER,
028208                     EXCESSAMOUNT,
028210                     AMOUNTPAID,
028211                     STATUS,
028212                     RAISEDDATE,
028213                     DUEDATE,
028214                     REMINDERCOUNT,
028215                     LASTCHANGED
028216                   )
028217            VALUES (
028218                     :DB2-CLAIMNUM-INT,
028219                     :DB2-POLICYNUM-INT,
028220                     :DB2-CUSTOMERNUM-INT,
028221                     :DB2-XS-AMOUNT,
028223                     0,
028224                     'O',
028225                     :WS-TODAY-DATE-ISO,
028226                     DATE(:WS-TODAY-DATE-ISO)
028227                       + :WS-XS-TERM-DAYS DAYS,
028228                     0,
028229                     CURRENT TIMESTAMP
028230                   )
028231     END-EXEC.
028232     IF SQLCODE NOT EQUAL 0
028233         DISPLAY 'LGCLMP01 - EXCESS RCV INSERT, SQLCODE='
028234                 SQLCODE
028235         GO TO 9999-EXIT
028237     END-IF.
028238     ADD 1 TO WS-XS-COUNT.
028239     ADD DB2-XS-AMOUNT TO WS-XS-AMOUNT.
028240     PERFORM 2450-QUEUE-EXCESS-NOTICE THRU 2450-EXIT.
028241 2400-EXIT.
028242     EXIT.
028243*****************************************************************
028244*    2410-TOP-UP-EXCESS - ONLY A RECEIVABLE STILL OPEN WITH      *
028245*    NOTHING PAID AGAINST IT IS RAISED TO THE NEW CAP; ONE THE   *
028246*    CUSTOMER HAS STARTED TO PAY, OR THAT IS WITH THE DIRECT     *
028247*    DEBIT, STANDS AS IT IS                                      *
028248*****************************************************************
028250 2410-TOP-UP-EXCESS.
028251     IF DB2-XS-STATUS NOT EQUAL 'O' OR
028252        DB2-XS-RECEIVED GREATER THAN ZERO OR
028253        DB2-XS-RAISED NOT LESS THAN DB2-XS-AMOUNT
028254         GO TO 2410-EXIT
028255     END-IF.
028256     EXEC SQL
028257         UPDATE EXCESSRECEIVABLE
028258            SET EXCESSAMOUNT = :DB2-XS-AMOUNT,
028259                LASTCHANGED  = CURRENT TIMESTAMP
028260          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
028261            AND STATUS      = 'O'
028262     END-EXEC.
028264     IF SQLCODE NOT EQUAL 0
028265         DISPLAY 'LGCLMP01 - EXCESS RCV UPDATE, SQLCODE='
028266                 SQLCODE
028267         GO TO 9999-EXIT
028268     END-IF.
028269     SUBTRACT DB2-XS-RAISED FROM DB2-XS-AMOUNT.
028270     ADD DB2-XS-AMOUNT TO WS-XS-AMOUNT.
028271 2410-EXIT.
028272     EXIT.
028273*****************************************************************
028274*    2420-INCIDENT-EXCESS - WHERE THE POLICY'S WORDING TAKES ONE *
028275*    EXCESS PER INCIDENT (WORDINGEDITION INCIDENTBASIS 'Y'), A   *
028276*    CLAIM LINKED TO AN INCIDENT OWES ONLY WHAT ITS FELLOW       *
028278*    CLAIMS HAVE NOT ALREADY BORNE - NETTED OFF A SETTLEMENT BY  *
028279*    LGUCLM01 (EXCESSAPPLIED) OR RAISED HERE AS A RECEIVABLE     *
028280*****************************************************************
028281 2420-INCIDENT-EXCESS.
028282     EXEC SQL
028283         SELECT COALESCE(C.INCIDENTNUMBER, 0),
028284                COALESCE(W.INCIDENTBASIS, 'N')
028285           INTO :DB2-XS-INCIDENT, :DB2-XS-BASIS
028286           FROM CLAIM C
028287                INNER JOIN POLICY P
028288                  ON P.POLICYNUMBER = C.POLICYNUMBER
028289                LEFT OUTER JOIN WORDINGEDITION W
028291                  ON W.POLICYTYPE  = P.POLICYTYPE
028292                 AND W.EDITIONCODE = P.WORDINGEDITION
028293          WHERE C.CLAIMNUMBER = :DB2-CLAIMNUM-INT
028294     END-EXEC.
028295     IF SQLCODE NOT EQUAL 0
028296         DISPLAY 'LGCLMP01 - INCIDENT BASIS SELECT, SQLCODE='
028297                 SQLCODE
028298         GO TO 9999-EXIT
028299     END-IF.
028300     IF DB2-XS-INCIDENT EQUAL ZERO OR
028301        DB2-XS-BASIS NOT EQUAL 'Y'
028302         GO TO 2420-EXIT
028303     END-IF.
028305     EXEC SQL
028306         SELECT COALESCE(SUM(COALESCE(C.EXCESSAPPLIED, 0)), 0) +
028307                COALESCE(( SELECT SUM(X.EXCESSAMOUNT)
028308                             FROM EXCESSRECEIVABLE X,
028309                                  CLAIM D
028310                            WHERE X.CLAIMNUMBER    = D.CLAIMNUMBER
028311                              AND D.INCIDENTNUMBER =
028312                                  :DB2-XS-INCIDENT
028313                              AND D.CLAIMNUMBER   <>
028314                                  :DB2-CLAIMNUM-INT
028315                         ), 0)
028316           INTO :DB2-XS-TAKEN
028317           FROM CLAIM C
028319          WHERE C.INCIDENTNUMBER = :DB2-XS-INCIDENT
028320            AND C.CLAIMNUMBER   <> :DB2-CLAIMNUM-INT
028321     END-EXEC.
028322     IF SQLCODE NOT EQUAL 0
028323         DISPLAY 'LGCLMP01 - INCIDENT EXCESS SUM, SQLCODE='
028324                 SQLCODE
028325         GO TO 9999-EXIT
028326     END-IF.
028327     SUBTRACT DB2-XS-TAKEN FROM DB2-XS-AMOUNT.
028328     IF DB2-XS-AMOUNT LESS THAN ZERO
028329         MOVE ZERO TO DB2-XS-AMOUNT
028330     END-IF.
028332 2420-EXIT.
028333     EXIT.
028334*****************************************************************
028335*    2450-QUEUE-EXCESS-NOTICE - THE 'EXCESSDUE' NOTICE OFFERS    *
028336*    PAYMENT BY CARD OR ON THE NEXT DIRECT DEBIT.  THE SAME      *
028337*    CONTACT RULE AS EVERY OTHER SERVICE MESSAGE: THE SERVICE    *
028338*    CONSENT CHANNEL, ELSE EMAIL, ELSE SMS.  NO CONTACT ON FILE  *
028339*    LEAVES THE RECEIVABLE FOR THE REMINDER REPORT               *
028340*****************************************************************
028341 2450-QUEUE-EXCESS-NOTICE.
028342     MOVE SPACES TO DB2-XS-CONTACT.
028343     EXEC SQL
028344         SELECT COALESCE(EMAILADDRESS, ' '),
028346                COALESCE(PHONEMOBILE, ' ')
028347           INTO :DB2-XS-EMAIL, :DB2-XS-MOBILE
028348           FROM CUSTOMER
028349          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
028350     END-EXEC.
028351     IF SQLCODE EQUAL 100
028352         GO TO 2450-EXIT
028353     END-IF.
028354     IF SQLCODE NOT EQUAL 0
028355         DISPLAY 'LGCLMP01 - EXCESS CONTACT SELECT, SQLCODE='
028356                 SQLCODE
028357         GO TO 9999-EXIT
028358     END-IF.
028360     MOVE 'E' TO DB2-XS-CHANNEL.
028361     EXEC SQL
028362         SELECT CHANNEL
028363           INTO :DB2-XS-CHANNEL
028364           FROM CUSTCONSENT
028365          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
028366            AND COMMTYPE = 'SVC'
028367            AND CONSENTFLAG = 'Y'
028368     END-EXEC.
028369     IF SQLCODE NOT EQUAL 0
028370         MOVE 'E' TO DB2-XS-CHANNEL
028371     END-IF.
028373     EVALUATE TRUE
028374         WHEN DB2-XS-CHANNEL EQUAL 'S' AND
028375              DB2-XS-MOBILE NOT EQUAL SPACES
028376             MOVE DB2-XS-MOBILE TO DB2-XS-CONTACT
028377         WHEN DB2-XS-EMAIL NOT EQUAL SPACES
028378             MOVE 'E'           TO DB2-XS-CHANNEL
028379             MOVE DB2-XS-EMAIL  TO DB2-XS-CONTACT
028380         WHEN DB2-XS-MOBILE NOT EQUAL SPACES
028381             MOVE 'S'           TO DB2-XS-CHANNEL
028382             MOVE DB2-XS-MOBILE TO DB2-XS-CONTACT
028383         WHEN OTHER
028384             GO TO 2450-EXIT
028385     END-EVALUATE.
028387     MOVE DB2-CLAIMNUM-INT TO WS-XS-REF-NUM.
028388     EXEC SQL
028389         INSERT INTO NOTIFICATIONQUEUE
028390                   ( CUSTOMERNUM,
028391                     POLICYNUM,
028392                     EMAILADDRESS,
028393                     CHANNEL,
028394                     NOTIFYTYPE,
028395                     NOTIFYREF,
028396                     STATUS,
028397                     QUEUEDTIME )
028398            VALUES ( :DB2-CUSTOMERNUM-INT,
028400                     :DB2-POLICYNUM-INT,
028401                     :DB2-XS-CONTACT,
028402                     :DB2-XS-CHANNEL,
028403                     'EXCESSDUE',
028404                     :DB2-XS-NOTIFYREF,
028405                     'PENDING',
028406                     CURRENT TIMESTAMP )
028407     END-EXEC.
028408     IF SQLCODE NOT EQUAL 0
028409         DISPLAY 'LGCLMP01 - EXCESS NOTICE INSERT, SQLCODE='
028410                 SQLCODE
028411         GO TO 9999-EXIT
028412     END-IF.
028414 2450-EXIT.
028415     EXIT.
028416*****************************************************************
028417*    3200-READ-LINE - NEXT DUE-LINE CURSOR ROW                   *
028418*****************************************************************
028419 3200-READ-LINE.
028420     EXEC SQL
028421         FETCH DUE-LINE
028422           INTO :DB2-CLAIMNUM-INT, :DB2-POLICYNUM-INT,
028423                :DB2-CUSTOMERNUM-INT, :DB2-LINESEQ-SINT,
028424                :DB2-LINE-PAYEE, :DB2-SETTLEDAMT-INT,
028425                :DB2-LINE-TYPE, :DB2-CRU-STATUS
028426     END-EXEC.
028428     EVALUATE SQLCODE
028429         WHEN 0
028430             CONTINUE
028431         WHEN 100
028432             MOVE 'Y' TO WS-LINE-EOF-SWITCH
028433         WHEN OTHER
028434             DISPLAY 'LGCLMP01 - LINE FETCH ERROR, SQLCODE='
028435                     SQLCODE
028436             GO TO 9999-EXIT
028437     END-EVALUATE.
028438 3200-EXIT.
028439     EXIT.
028441*****************************************************************
028442*    2600-SUBMIT-DUE-REFUND - ONE BANK PAYMENT INSTRUCTION PER   *
028443*    DUE CANCELLATION REFUND, MARKED SUBMITTED ON THE ROW        *
028444*****************************************************************
028445 2600-SUBMIT-DUE-REFUND.
028446     MOVE DB2-FIRSTNAME TO WS-PAYEE-FIRST.
028447     MOVE DB2-LASTNAME  TO WS-PAYEE-LAST.
028448     MOVE ZERO                TO DB2-CLAIMNUM-INT.
028449     MOVE ZERO                TO DB2-LINESEQ-SINT.
028450     MOVE 'N'                 TO WS-PAYEE-HOLD.
028451     MOVE 'R'                 TO ACH-PAY-TYPE.
028452     PERFORM 2160-CHECK-TAKEOVER THRU 2160-EXIT.
028453     IF WS-PAYEE-HOLD EQUAL 'Y'
028455         PERFORM 2170-REPORT-HELD THRU 2170-EXIT
028456         PERFORM 3500-READ-REFUND THRU 3500-EXIT
028457         GO TO 2600-EXIT
028458     END-IF.
028459     MOVE ZERO                TO CS-CLAIMNUM.
028460     MOVE DB2-POLICYNUM-INT   TO CS-POLICYNUM.
028461     MOVE DB2-CUSTOMERNUM-INT TO CS-CUSTOMERNUM.
028462     MOVE WS-PAYEE-NAME       TO CS-PAYEE-NAME.
028463     MOVE DB2-SETTLEDAMT-INT  TO CS-AMOUNT.
028464     MOVE WS-TODAY-DATE-ISO   TO CS-CYCLE-DATE.
028465*   REFUNDS COLLECT BACK THROUGH THE MANDATE ALREADY ON FILE -
028466*   THE CLAIM-PAYEE BANK FIELDS DO NOT APPLY
028467     MOVE ZERO                TO CS-LINESEQ.
028469     MOVE SPACES              TO CS-SORTCODE.
028470     MOVE SPACES              TO CS-ACCOUNT.
028471     MOVE ZERO                TO DB2-CLAIMNUM-INT.
028472     MOVE ZERO                TO DB2-LINESEQ-SINT.
028473     MOVE ZERO                TO DB2-CHEQUE-NUM.
028474     MOVE DB2-REFUND-METHOD   TO DB2-PYE-METHOD.
028475     MOVE 'R'                 TO DB2-CHEQUE-SOURCE.
028476     PERFORM 2190-ISSUE-PAYMENT THRU 2190-EXIT.
028477     EXEC SQL
028478*   THE UPDATE IS KEYED TO THE FETCHED ROW (LASTCHANGED
028479*   TRAVELS WITH IT) - A POLICY CAN HOLD MORE THAN ONE DUE
028480*   REFUND AND ONLY THE ONE ON THE BANK FILE MAY BE FLIPPED
028482         UPDATE PREMIUMREFUND
028483            SET STATUS        = :WS-PAY-STATUS,
028484                PROCESSEDDATE = :WS-TODAY-DATE-ISO
028485          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
028486           AND CHAR(LASTCHANGED) = :DB2-REFUND-KEYTS
028487            AND STATUS       = 'DUE'
028488     END-EXEC.
028489     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
028490         DISPLAY 'LGCLMP01 - REFUND UPDATE FAILED, SQLCODE='
028491                 SQLCODE
028492         GO TO 9999-EXIT
028493     END-IF.
028494     MOVE ZERO               TO CP-D-CLAIMNUM.
028496     MOVE DB2-POLICYNUM-INT  TO CP-D-POLICYNUM.
028497     MOVE WS-PAYEE-NAME      TO CP-D-PAYEE.
028498     MOVE DB2-SETTLEDAMT-INT TO CP-D-AMOUNT.
028499     MOVE DB2-CHEQUE-NUM     TO CP-D-CHEQUE.
028500     WRITE CP-REPORT-LINE FROM CP-DETAIL-LINE.
028501     ADD 1 TO WS-REFUND-COUNT.
028502     ADD DB2-POLICYNUM-INT TO WS-REFUND-HASH.
028503     ADD DB2-SETTLEDAMT-INT TO WS-REFUND-AMOUNT.
028504     PERFORM 3500-READ-REFUND THRU 3500-EXIT.
028505 2600-EXIT.
028506     EXIT.
028507*****************************************************************
028508*    3500-READ-REFUND - NEXT DUE-REFUND CURSOR ROW               *
028510*****************************************************************
028511 3500-READ-REFUND.
028512     EXEC SQL
028513         FETCH DUE-REFUND
028514           INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
028515                :DB2-SETTLEDAMT-INT, :DB2-REFUND-KEYTS,
028516                :DB2-FIRSTNAME, :DB2-LASTNAME,
028517                :DB2-REFUND-METHOD
028518     END-EXEC.
028519     EVALUATE SQLCODE
028520         WHEN 0
028521             CONTINUE
028523         WHEN 100
028524             MOVE 'Y' TO WS-RFND-EOF-SWITCH
028525         WHEN OTHER
028526             DISPLAY 'LGCLMP01 - REFUND FETCH ERROR, SQLCODE='
028527                     SQLCODE
028528             GO TO 9999-EXIT
028529     END-EVALUATE.
028530 3500-EXIT.
028531     EXIT.
028532*****************************************************************
028533*    2700-SUBMIT-DUE-INTERIM - ONE BANK PAYMENT INSTRUCTION     *
028534*    PER DUE PAYMENT ON ACCOUNT, PAID TO THE CUSTOMER THROUGH   *
028535*    THE CLAIM-LEVEL PAYEE DETAILS AND RECORDED ON CLAIMPAYMENT *
028537*    IN THE 900+ LINESEQ BAND WITH PAYTYPE 'I' SO THE FINAL     *
028538*    SETTLEMENT SELECTIONS STILL SEE THE CLAIM AS UNPAID        *
028539*****************************************************************
028540 2700-SUBMIT-DUE-INTERIM.
028541     MOVE DB2-FIRSTNAME TO WS-PAYEE-FIRST.
028542     MOVE DB2-LASTNAME  TO WS-PAYEE-LAST.
028543     MOVE 0 TO DB2-LINESEQ-SINT.
028544     MOVE 'Y' TO WS-CHEQUE-ALLOWED.
028545     PERFORM 2150-CHECK-PAYEE THRU 2150-EXIT.
028546     COMPUTE DB2-LINESEQ-SINT = 900 + DB2-INTERIM-SEQ.
028547     IF WS-PAYEE-HOLD NOT EQUAL 'Y'
028548         MOVE 'I' TO ACH-PAY-TYPE
028550         PERFORM 2160-CHECK-TAKEOVER THRU 2160-EXIT
028551     END-IF.
028552     IF WS-PAYEE-HOLD EQUAL 'Y'
028553         PERFORM 2170-REPORT-HELD THRU 2170-EXIT
028554         PERFORM 3600-READ-INTERIM THRU 3600-EXIT
028555         GO TO 2700-EXIT
028556     END-IF.
028557     IF DB2-PYE-METHOD EQUAL 'Q'
028558         MOVE DB2-PYE-ACCT-NAME TO WS-PAYEE-NAME
028559     END-IF.
028560     MOVE DB2-CLAIMNUM-INT    TO CS-CLAIMNUM.
028561     MOVE DB2-POLICYNUM-INT   TO CS-POLICYNUM.
028562     MOVE DB2-CUSTOMERNUM-INT TO CS-CUSTOMERNUM.
028564     MOVE WS-PAYEE-NAME       TO CS-PAYEE-NAME.
028565     MOVE DB2-SETTLEDAMT-INT  TO CS-AMOUNT.
028566     MOVE WS-TODAY-DATE-ISO   TO CS-CYCLE-DATE.
028567     MOVE DB2-LINESEQ-SINT    TO CS-LINESEQ.
028568     MOVE DB2-PYE-SORTCODE    TO CS-SORTCODE.
028569     MOVE DB2-PYE-ACCOUNT     TO CS-ACCOUNT.
028570     MOVE 'C'                 TO DB2-CHEQUE-SOURCE.
028571     PERFORM 2190-ISSUE-PAYMENT THRU 2190-EXIT.
028572     EXEC SQL
028573         INSERT INTO CLAIMPAYMENT
028574                   (
028575                     CLAIMNUMBER,
028576                     LINESEQ,
028578                     POLICYNUMBER,
028579                     CUSTOMERNUMBER,
028580                     PAYEENAME,
028581                     PAYMENTAMOUNT,
028582                     CYCLEDATE,
028583                     STATUS,
028584                     PAYTYPE,
028585                     CHEQUENUMBER
028586                   )
028587            VALUES (
028588                     :DB2-CLAIMNUM-INT,
028589                     :DB2-LINESEQ-SINT,
028591                     :DB2-POLICYNUM-INT,
028592                     :DB2-CUSTOMERNUM-INT,
028593                     :WS-PAYEE-NAME,
028594                     :DB2-SETTLEDAMT-INT,
028595                     :WS-TODAY-DATE-ISO,
028596                     :WS-PAY-STATUS,
028597                     'I',
028598                     :DB2-CHEQUE-NUM
028599                   )
028600     END-EXEC.
028601     IF SQLCODE NOT EQUAL 0
028602         DISPLAY 'LGCLMP01 - INTERIM PAYMENT INSERT, SQLCODE='
028603                 SQLCODE
028605         GO TO 9999-EXIT
028606     END-IF.
028607     EXEC SQL
028608         UPDATE INTERIMPAYMENT
028609            SET STATUS        = :WS-PAY-STATUS,
028610                PROCESSEDDATE = :WS-TODAY-DATE-ISO
028611          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
028612            AND INTERIMSEQ  = :DB2-INTERIM-SEQ
028613     END-EXEC.
028614     IF SQLCODE NOT EQUAL 0
028615         DISPLAY 'LGCLMP01 - INTERIM UPDATE FAILED, SQLCODE='
028616                 SQLCODE
028617         GO TO 9999-EXIT
028619     END-IF.
028620     MOVE DB2-CLAIMNUM-INT   TO CP-D-CLAIMNUM.
028621     MOVE DB2-POLICYNUM-INT  TO CP-D-POLICYNUM.
028622     MOVE WS-PAYEE-NAME      TO CP-D-PAYEE.
028623     MOVE DB2-SETTLEDAMT-INT TO CP-D-AMOUNT.
028624     MOVE DB2-CHEQUE-NUM     TO CP-D-CHEQUE.
028625     WRITE CP-REPORT-LINE FROM CP-DETAIL-LINE.
028626     ADD 1 TO WS-INTERIM-COUNT.
028627     ADD DB2-CLAIMNUM-INT TO WS-CLAIM-HASH.
028628     ADD DB2-SETTLEDAMT-INT TO WS-INTERIM-AMOUNT.
028629     PERFORM 3600-READ-INTERIM THRU 3600-EXIT.
028630 2700-EXIT.
028632     EXIT.
028633*****************************************************************
028634*    3600-READ-INTERIM - NEXT DUE-INTERIM CURSOR ROW            *
028635*****************************************************************
028636 3600-READ-INTERIM.
028637     EXEC SQL
028638         FETCH DUE-INTERIM
028639           INTO :DB2-CLAIMNUM-INT, :DB2-INTERIM-SEQ,
028640                :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
028641                :DB2-SETTLEDAMT-INT,
028642                :DB2-FIRSTNAME, :DB2-LASTNAME
028643     END-EXEC.
028644     EVALUATE SQLCODE
028646         WHEN 0
028647             CONTINUE
028648         WHEN 100
028649             MOVE 'Y' TO WS-INTP-EOF-SWITCH
028650         WHEN OTHER
028651             DISPLAY 'LGCLMP01 - INTERIM FETCH ERROR, SQLCODE='
028652                     SQLCODE
028653             GO TO 9999-EXIT
028654     END-EVALUATE.
028655 3600-EXIT.
028656     EXIT.
028657*****************************************************************
028658*    2800-SUBMIT-DUE-ADJFEE - ONE BANK PAYMENT INSTRUCTION PER  *
028660*    DUE ADJUSTER FEE, PAID TO THE FIRM THROUGH THE CLAIMPAYEE  *
028661*    ROW LGLADJ01 WROTE IN THE 800+ LINESEQ BAND, AND RECORDED  *
028662*    ON CLAIMPAYMENT WITH PAYTYPE 'A' SO THE INDEMNITY          *
028663*    SELECTIONS STILL SEE THE CLAIM AS UNPAID                   *
028664*****************************************************************
028665 2800-SUBMIT-DUE-ADJFEE.
028666     COMPUTE DB2-LINESEQ-SINT = 800 + DB2-FEE-SEQ.
028667     MOVE 'N' TO WS-CHEQUE-ALLOWED.
028668     PERFORM 2150-CHECK-PAYEE THRU 2150-EXIT.
028669     IF WS-PAYEE-HOLD EQUAL 'Y'
028670         PERFORM 2170-REPORT-HELD THRU 2170-EXIT
028671         PERFORM 3700-READ-ADJFEE THRU 3700-EXIT
028673         GO TO 2800-EXIT
028674     END-IF.
028675     MOVE DB2-ADJ-FIRM-NAME   TO DB2-LINE-PAYEE.
028676     MOVE DB2-CLAIMNUM-INT    TO CS-CLAIMNUM.
028677     MOVE DB2-POLICYNUM-INT   TO CS-POLICYNUM.
028678     MOVE DB2-CUSTOMERNUM-INT TO CS-CUSTOMERNUM.
028679     MOVE DB2-LINE-PAYEE      TO CS-PAYEE-NAME.
028680     MOVE DB2-SETTLEDAMT-INT  TO CS-AMOUNT.
028681     MOVE WS-TODAY-DATE-ISO   TO CS-CYCLE-DATE.
028682     MOVE DB2-LINESEQ-SINT    TO CS-LINESEQ.
028683     MOVE DB2-PYE-SORTCODE    TO CS-SORTCODE.
028684     MOVE DB2-PYE-ACCOUNT     TO CS-ACCOUNT.
028685     WRITE CS-SUBMISSION-RECORD.
028687     EXEC SQL
028688         INSERT INTO CLAIMPAYMENT
028689                   (
028690                     CLAIMNUMBER,
028691                     LINESEQ,
028692                     POLICYNUMBER,
028693                     CUSTOMERNUMBER,
028694                     PAYEENAME,
028695                     PAYMENTAMOUNT,
028696                     CYCLEDATE,
028697                     STATUS,
028698                     PAYTYPE
028700                   )
028701            VALUES (
028702                     :DB2-CLAIMNUM-INT,
028703                     :DB2-LINESEQ-SINT,
028704                     :DB2-POLICYNUM-INT,
028705                     :DB2-CUSTOMERNUM-INT,
028706                     :DB2-LINE-PAYEE,
028707                     :DB2-SETTLEDAMT-INT,
028708                     :WS-TODAY-DATE-ISO,
028709                     'SUBMITTED',
028710                     'A'
028711                   )
028712     END-EXEC.
028714     IF SQLCODE NOT EQUAL 0
028715         DISPLAY 'LGCLMP01 - ADJFEE PAYMENT INSERT, SQLCODE='
028716                 SQLCODE
028717         GO TO 9999-EXIT
028718     END-IF.
028719     EXEC SQL
028720         UPDATE ADJUSTERFEE
028721            SET STATUS        = 'SUBMITTED',
028722                PROCESSEDDATE = :WS-TODAY-DATE-ISO,
028723                LASTCHANGED   = CURRENT TIMESTAMP
028724          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
028725            AND FEESEQ      = :DB2-FEE-SEQ
028726     END-EXEC.
028728     IF SQLCODE NOT EQUAL 0
028729         DISPLAY 'LGCLMP01 - ADJFEE UPDATE FAILED, SQLCODE='
028730                 SQLCODE
028731         GO TO 9999-EXIT
028732     END-IF.
028733     MOVE DB2-CLAIMNUM-INT   TO CP-D-CLAIMNUM.
028734     MOVE DB2-POLICYNUM-INT  TO CP-D-POLICYNUM.
028735     MOVE DB2-LINE-PAYEE     TO CP-D-PAYEE.
028736     MOVE DB2-SETTLEDAMT-INT TO CP-D-AMOUNT.
028737     MOVE ZERO               TO CP-D-CHEQUE.
028738     WRITE CP-REPORT-LINE FROM CP-DETAIL-LINE.
028739     ADD 1 TO WS-ADJFEE-COUNT.
028741     ADD DB2-CLAIMNUM-INT TO WS-CLAIM-HASH.
028742     ADD DB2-SETTLEDAMT-INT TO WS-ADJFEE-AMOUNT.
028743     PERFORM 3700-READ-ADJFEE THRU 3700-EXIT.
028744 2800-EXIT.
028745     EXIT.
028746*****************************************************************
028747*    3700-READ-ADJFEE - NEXT DUE-ADJFEE CURSOR ROW              *
028748*****************************************************************
028749 3700-READ-ADJFEE.
028750     EXEC SQL
028751         FETCH DUE-ADJFEE
028752           INTO :DB2-CLAIMNUM-INT, :DB2-FEE-SEQ,
028753                :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
028755                :DB2-SETTLEDAMT-INT, :DB2-ADJ-FIRM-NAME
028756     END-EXEC.
028757     EVALUATE SQLCODE
028758         WHEN 0
028759             CONTINUE
028760         WHEN 100
028761             MOVE 'Y' TO WS-AFEE-EOF-SWITCH
028762         WHEN OTHER
028763             DISPLAY 'LGCLMP01 - ADJFEE FETCH ERROR, SQLCODE='
028764                     SQLCODE
028765             GO TO 9999-EXIT
028766     END-EVALUATE.
028767 3700-EXIT.
028769     EXIT.
028770*****************************************************************
028771*    2900-SUBMIT-DUE-PPO - ONE BANK PAYMENT INSTRUCTION PER DUE *
028772*    PPO INSTALMENT, RECORDED ON CLAIMPAYMENT WITH PAYTYPE 'P'  *
028773*    IN THE 700+ LINESEQ BAND SO THE LINE'S OWN FINAL PAYMENT   *
028774*    IS NEVER MISTAKEN FOR IT                                   *
028775*****************************************************************
028776 2900-SUBMIT-DUE-PPO.
028777     COMPUTE DB2-LINESEQ-SINT = 700 + DB2-PPO-LINESEQ.
028778     MOVE 'N' TO WS-CHEQUE-ALLOWED.
028779     PERFORM 2150-CHECK-PAYEE THRU 2150-EXIT.
028780     IF WS-PAYEE-HOLD EQUAL 'Y'
028782         PERFORM 2170-REPORT-HELD THRU 2170-EXIT
028783         PERFORM 3800-READ-PPO THRU 3800-EXIT
028784         GO TO 2900-EXIT
028785     END-IF.
028786     MOVE DB2-CLAIMNUM-INT    TO CS-CLAIMNUM.
028787     MOVE DB2-POLICYNUM-INT   TO CS-POLICYNUM.
028788     MOVE DB2-CUSTOMERNUM-INT TO CS-CUSTOMERNUM.
028789     MOVE DB2-LINE-PAYEE      TO CS-PAYEE-NAME.
028790     MOVE DB2-SETTLEDAMT-INT  TO CS-AMOUNT.
028791     MOVE WS-TODAY-DATE-ISO   TO CS-CYCLE-DATE.
028792     MOVE DB2-LINESEQ-SINT    TO CS-LINESEQ.
028793     MOVE DB2-PYE-SORTCODE    TO CS-SORTCODE.
028794     MOVE DB2-PYE-ACCOUNT     TO CS-ACCOUNT.
028796     WRITE CS-SUBMISSION-RECORD.
028797     EXEC SQL
028798         INSERT INTO CLAIMPAYMENT
028799                   (
028800                     CLAIMNUMBER,
028801                     LINESEQ,
028802                     POLICYNUMBER,
028803                     CUSTOMERNUMBER,
028804                     PAYEENAME,
028805                     PAYMENTAMOUNT,
028806                     CYCLEDATE,
028807                     STATUS,
028808                     PAYTYPE
028810                   )
028811            VALUES (
028812                     :DB2-CLAIMNUM-INT,
028813                     :DB2-LINESEQ-SINT,
028814                     :DB2-POLICYNUM-INT,
028815                     :DB2-CUSTOMERNUM-INT,
028816                     :DB2-LINE-PAYEE,
028817                     :DB2-SETTLEDAMT-INT,
028818                     :WS-TODAY-DATE-ISO,
028819                     'SUBMITTED',
028820                     'P'
028821                   )
028823     END-EXEC.
028824     IF SQLCODE NOT EQUAL 0
028825         DISPLAY 'LGCLMP01 - PPO PAYMENT INSERT, SQLCODE='
028826                 SQLCODE
028827         GO TO 9999-EXIT
028828     END-IF.
028829     EXEC SQL
028830         UPDATE PPOPAYMENT
028831            SET STATUS        = 'SUBMITTED',
028832                PROCESSEDDATE = :WS-TODAY-DATE-ISO,
028833                LASTCHANGED   = CURRENT TIMESTAMP
028834          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
028835            AND LINESEQ     = :DB2-PPO-LINESEQ
028837            AND DUEDATE     = :DB2-PPO-DUEDATE
028838     END-EXEC.
028839     IF SQLCODE NOT EQUAL 0
028840         DISPLAY 'LGCLMP01 - PPO UPDATE FAILED, SQLCODE='
028841                 SQLCODE
028842         GO TO 9999-EXIT
028843     END-IF.
028844     MOVE DB2-CLAIMNUM-INT   TO CP-D-CLAIMNUM.
028845     MOVE DB2-POLICYNUM-INT  TO CP-D-POLICYNUM.
028846     MOVE DB2-LINE-PAYEE     TO CP-D-PAYEE.
028847     MOVE DB2-SETTLEDAMT-INT TO CP-D-AMOUNT.
028848     MOVE ZERO               TO CP-D-CHEQUE.
028850     WRITE CP-REPORT-LINE FROM CP-DETAIL-LINE.
028851     ADD 1 TO WS-PPO-COUNT.
028852     ADD DB2-CLAIMNUM-INT TO WS-CLAIM-HASH.
028853     ADD DB2-SETTLEDAMT-INT TO WS-PPO-AMOUNT.
028854     PERFORM 3800-READ-PPO THRU 3800-EXIT.
028855 2900-EXIT.
028856     EXIT.
028857*****************************************************************
028858*    3800-READ-PPO - NEXT DUE-PPO CURSOR ROW                    *
028859*****************************************************************
028860 3800-READ-PPO.
028861     EXEC SQL
028862         FETCH DUE-PPO
028864           INTO :DB2-CLAIMNUM-INT, :DB2-PPO-LINESEQ,
028865                :DB2-PPO-DUEDATE,
028866                :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
028867                :DB2-SETTLEDAMT-INT, :DB2-LINE-PAYEE
028868     END-EXEC.
028869     EVALUATE SQLCODE
028870         WHEN 0
028871             CONTINUE
028872         WHEN 100
028873             MOVE 'Y' TO WS-PPO-EOF-SWITCH
028874         WHEN OTHER
028875             DISPLAY 'LGCLMP01 - PPO FETCH ERROR, SQLCODE='
028876                     SQLCODE
028878             GO TO 9999-EXIT
028879     END-EVALUATE.
028880 3800-EXIT.
028881     EXIT.
028882*****************************************************************
028883*    2950-SUBMIT-DUE-CRU - ONE BANK PAYMENT INSTRUCTION PER     *
028884*    CRU REPAYMENT, RECORDED ON CLAIMPAYMENT WITH PAYTYPE 'C'   *
028885*    IN THE 600+ LINESEQ BAND; THE CERTIFICATE IS THEN MARKED   *
028886*    REPAID SO IT IS NEVER PAID TWICE                           *
028887*****************************************************************
028888 2950-SUBMIT-DUE-CRU.
028889     COMPUTE DB2-LINESEQ-SINT = 600 + DB2-CRU-LINESEQ.
028891     MOVE 'N' TO WS-CHEQUE-ALLOWED.
028892     PERFORM 2150-CHECK-PAYEE THRU 2150-EXIT.
028893     IF WS-PAYEE-HOLD EQUAL 'Y'
028894         PERFORM 2170-REPORT-HELD THRU 2170-EXIT
028895         PERFORM 3900-READ-CRU THRU 3900-EXIT
028896         GO TO 2950-EXIT
028897     END-IF.
028898     MOVE 'COMPENSATION RECOVERY UNIT' TO DB2-LINE-PAYEE.
028899     MOVE DB2-CLAIMNUM-INT    TO CS-CLAIMNUM.
028900     MOVE DB2-POLICYNUM-INT   TO CS-POLICYNUM.
028901     MOVE DB2-CUSTOMERNUM-INT TO CS-CUSTOMERNUM.
028902     MOVE DB2-LINE-PAYEE      TO CS-PAYEE-NAME.
028903     MOVE DB2-SETTLEDAMT-INT  TO CS-AMOUNT.
028905     MOVE WS-TODAY-DATE-ISO   TO CS-CYCLE-DATE.
028906     MOVE DB2-LINESEQ-SINT    TO CS-LINESEQ.
028907     MOVE DB2-PYE-SORTCODE    TO CS-SORTCODE.
028908     MOVE DB2-PYE-ACCOUNT     TO CS-ACCOUNT.
028909     WRITE CS-SUBMISSION-RECORD.
028910     EXEC SQL
028911         INSERT INTO CLAIMPAYMENT
028912                   (
028913                     CLAIMNUMBER,
028914                     LINESEQ,
028915                     POLICYNUMBER,
028916                     CUSTOMERNUMBER,
028917                     PAYEENAME,
028919                     PAYMENTAMOUNT,
028920                     CYCLEDATE,
028921                     STATUS,
028922                     PAYTYPE
028923                   )
028924            VALUES (
028925                     :DB2-CLAIMNUM-INT,
028926                     :DB2-LINESEQ-SINT,
028927                     :DB2-POLICYNUM-INT,
028928                     :DB2-CUSTOMERNUM-INT,
028929                     :DB2-LINE-PAYEE,
028930                     :DB2-SETTLEDAMT-INT,
028932                     :WS-TODAY-DATE-ISO,
028933                     'SUBMITTED',
028934                     'C'
028935                   )
028936     END-EXEC.
028937     IF SQLCODE NOT EQUAL 0
028938         DISPLAY 'LGCLMP01 - CRU PAYMENT INSERT, SQLCODE='
028939                 SQLCODE
028940         GO TO 9999-EXIT
028941     END-IF.
028942     EXEC SQL
028943         UPDATE CLAIMCRU
028944            SET STATUS      = 'P',
028946                REPAIDDATE  = :WS-TODAY-DATE-ISO,
028947                LASTCHANGED = CURRENT TIMESTAMP
028948          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
028949            AND LINESEQ     = :DB2-CRU-LINESEQ
028950     END-EXEC.
028951     IF SQLCODE NOT EQUAL 0
028952         DISPLAY 'LGCLMP01 - CRU UPDATE FAILED, SQLCODE='
028953                 SQLCODE
028954         GO TO 9999-EXIT
028955     END-IF.
028956     MOVE DB2-CLAIMNUM-INT   TO CP-D-CLAIMNUM.
028957     MOVE DB2-POLICYNUM-INT  TO CP-D-POLICYNUM.
028958     MOVE DB2-LINE-PAYEE     TO CP-D-PAYEE.
028960     MOVE DB2-SETTLEDAMT-INT TO CP-D-AMOUNT.
028961     MOVE ZERO               TO CP-D-CHEQUE.
028962     WRITE CP-REPORT-LINE FROM CP-DETAIL-LINE.
028963     ADD 1 TO WS-CRU-COUNT.
028964     ADD DB2-CLAIMNUM-INT TO WS-CLAIM-HASH.
028965     ADD DB2-SETTLEDAMT-INT TO WS-CRU-AMOUNT.
028966     PERFORM 3900-READ-CRU THRU 3900-EXIT.
028967 2950-EXIT.
028968     EXIT.
028969*****************************************************************
028970*    3900-READ-CRU - NEXT DUE-CRU CURSOR ROW                    *
028971*****************************************************************
028973 3900-READ-CRU.
028974     EXEC SQL
028975         FETCH DUE-CRU
028976           INTO :DB2-CLAIMNUM-INT, :DB2-CRU-LINESEQ,
028977                :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
028978                :DB2-SETTLEDAMT-INT
028979     END-EXEC.
028980     EVALUATE SQLCODE
028981         WHEN 0
028982             CONTINUE
028983         WHEN 100
028984             MOVE 'Y' TO WS-CRU-EOF-SWITCH
028985         WHEN OTHER
028987             DISPLAY 'LGCLMP01 - CRU FETCH ERROR, SQLCODE='
028988                     SQLCODE
028989             GO TO 9999-EXIT
028990     END-EVALUATE.
028991 3900-EXIT.
028992     EXIT.
028993*****************************************************************
028994*    3000-READ-DB2 - NEXT DUE-CLAIM CURSOR ROW                   *
028995*****************************************************************
028996 3000-READ-DB2.
028997     EXEC SQL
028998         FETCH DUE-CLAIM
029000           INTO :DB2-CLAIMNUM-INT, :DB2-POLICYNUM-INT,
029100                :DB2-CUSTOMERNUM-INT, :DB2-SETTLEDAMT-INT,
029200                :DB2-FIRSTNAME, :DB2-LASTNAME,
029250                :DB2-FASTTRACK, :DB2-PAID-VAT
029300     END-EXEC.
029400     EVALUATE SQLCODE
029500         WHEN 0
037867     MOVE WS-INTERIM-COUNT  TO CP-S6-COUNT.
037868     MOVE WS-INTERIM-AMOUNT TO CP-S6-AMOUNT.
037869     WRITE CP-REPORT-LINE FROM CP-SUMMARY-LINE-6.
037870     EXEC SQL
037871         CLOSE DUE-ADJFEE
037872     END-EXEC.
037873     MOVE WS-ADJFEE-COUNT  TO CP-S7-COUNT.
037874     MOVE WS-ADJFEE-AMOUNT TO CP-S7-AMOUNT.
037875     WRITE CP-REPORT-LINE FROM CP-SUMMARY-LINE-7.
037876     EXEC SQL
037877         CLOSE DUE-PPO
037878     END-EXEC.
037880     MOVE WS-PPO-COUNT  TO CP-S8-COUNT.
037881     MOVE WS-PPO-AMOUNT TO CP-S8-AMOUNT.
037882     WRITE CP-REPORT-LINE FROM CP-SUMMARY-LINE-8.
037883     EXEC SQL
037884         CLOSE DUE-CRU
037885     END-EXEC.
037886     MOVE WS-CRU-COUNT  TO CP-S9-COUNT.
037887     MOVE WS-CRU-AMOUNT TO CP-S9-AMOUNT.
037888     WRITE CP-REPORT-LINE FROM CP-SUMMARY-LINE-9.
037890     MOVE WS-CHEQUE-COUNT  TO CP-S10-COUNT.
037891     MOVE WS-CHEQUE-AMOUNT TO CP-S10-AMOUNT.
037892     WRITE CP-REPORT-LINE FROM CP-SUMMARY-LINE-10.
037893     MOVE WS-ATO-HELD-COUNT  TO CP-S11-COUNT.
037894     MOVE WS-ATO-HELD-AMOUNT TO CP-S11-AMOUNT.
037895     WRITE CP-REPORT-LINE FROM CP-SUMMARY-LINE-11.
037896     MOVE WS-XS-COUNT  TO CP-S12-COUNT.
037897     MOVE WS-XS-AMOUNT TO CP-S12-AMOUNT.
037898     WRITE CP-REPORT-LINE FROM CP-SUMMARY-LINE-12.
037900     CLOSE CP-SUBMISSION-FILE.
038000     CLOSE CP-RETURN-FILE.
038100     CLOSE CP-REPORT-FILE.
038110*    THE CONTROL RECORDS GO DOWN BEFORE THE RUN IS MARKED
038120*    COMPLETE.  EVERY CLAIM DISBURSEMENT - FINAL, LINE, INTERIM,
038130*    ADJUSTER FEE, PPO AND CRU, BANK OR CHEQUE - IS ONE CASH
038140*    TYPE; REFUNDS ARE ANOTHER
038150     COMPUTE WS-DISBURSED-COUNT = WS-SUBMITTED-COUNT
038151                                + WS-INTERIM-COUNT
038152                                + WS-ADJFEE-COUNT
038153                                + WS-PPO-COUNT
038154                                + WS-CRU-COUNT.
038155     COMPUTE WS-DISBURSED-AMOUNT = WS-SUBMITTED-AMOUNT
038156                                 + WS-INTERIM-AMOUNT
038157                                 + WS-ADJFEE-AMOUNT
038158                                 + WS-PPO-AMOUNT
038159                                 + WS-CRU-AMOUNT.
038160     MOVE 'W'                 TO CTOT-ACTION.
038161     MOVE 'LGCLMP01'          TO CTOT-JOBNAME.
038162     MOVE RCTL-BUSDATE        TO CTOT-BUSDATE.
038163     MOVE 'CLM'               TO CTOT-CASH-TYPE.
038164     MOVE WS-DISBURSED-COUNT  TO CTOT-RECORD-COUNT.
038165     MOVE WS-DISBURSED-AMOUNT TO CTOT-AMOUNT-TOTAL.
038166     MOVE WS-CLAIM-HASH       TO CTOT-HASH-TOTAL.
038167     PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT.
038168     MOVE 'RFD'               TO CTOT-CASH-TYPE.
038169     MOVE WS-REFUND-COUNT     TO CTOT-RECORD-COUNT.
038170     MOVE WS-REFUND-AMOUNT    TO CTOT-AMOUNT-TOTAL.
038171     MOVE WS-REFUND-HASH      TO CTOT-HASH-TOTAL.
038172     PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT.
038200     MOVE 'E' TO RCTL-ACTION
038200     CALL 'LGRCTL01' USING RCTL-REQUEST.
038200 8000-EXIT.
038300     EXIT.
038310*****************************************************************
038320*    8100-WRITE-CONTROL - ONE CONTROL RECORD VIA LGCTOT01; A     *
038330*    JOB THAT CANNOT WRITE ITS TOTALS HAS NOT FINISHED           *
038340*****************************************************************
038350 8100-WRITE-CONTROL.
038360     CALL 'LGCTOT01' USING CTOT-REQUEST.
038370     IF CTOT-RC NOT EQUAL '00'
038380         DISPLAY 'LGCLMP01 - CONTROL TOTAL WRITE, SQLCODE='
038390                 CTOT-SQLCODE
038391         GO TO 9999-EXIT
038392     END-IF.
038393 8100-EXIT.
038394     EXIT.
038400*****************************************************************
038500*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
038600*****************************************************************
