000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGDDAN01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        DIRECT DEBIT ADVANCE NOTICE SUBPROGRAM - CALLED
000800                 WHEREVER THE AMOUNT OR DATE OF A DIRECT DEBIT
000900                 COLLECTION IS CHANGED: THE MID-TERM ADJUSTMENT
001000                 ADDITIONAL PREMIUM (LGUPDB01), AN INSTALMENT
001100                 RE-PLAN (LGIPLN01) AND A FORBEARANCE HOLIDAY OR
001200                 ARRANGEMENT AGREED OR ENDED (LGATP01).  THE
001300                 CHANGE IS RECORDED ON DDNOTICE WITH THE AMOUNT
001400                 LAST NOTIFIED TO FALL BACK ON, AND A DDNOTICE
001500                 MESSAGE IS QUEUED FOR LGNTFD01 TO DELIVER.
001600                 LGDDC01 HOLDS THE CHANGED COLLECTION UNTIL THE
001700                 NOTICE HAS BEEN DELIVERED AND THE NOTICE PERIOD
001800                 HAS RUN.
001900*****************************************************************
002000*    MODIFICATION HISTORY                                      *
002100*    DATE      INIT   DESCRIPTION                               *
002200*    10/15/26  LGIT   INITIAL VERSION                           *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.    IBM-370.
002700 OBJECT-COMPUTER.    IBM-370.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000*****************************************************************
003100*    SCHEME NOTICE PERIOD - THE PAYER MUST HAVE THE NOTICE THIS *
003200*    MANY CALENDAR DAYS BEFORE A CHANGED AMOUNT OR DATE IS      *
003300*    COLLECTED (TEN WORKING DAYS, TAKEN AS FOURTEEN CALENDAR)   *
003400*****************************************************************
003500 77  WS-NOTICE-DAYS              PIC S9(4) COMP VALUE +14.
003600 77  WS-DD-PAYER-COUNT           PIC S9(9) COMP VALUE +0.
003700 01  DB2-POLICYNUM-INT           PIC S9(9) COMP.
003800 01  DB2-CUSTOMERNUM-INT         PIC S9(9) COMP.
003900 01  DB2-NOTICESEQ-SINT          PIC S9(4) COMP.
004000 01  DB2-OLD-AMOUNT              PIC S9(7)V99 COMP-3.
004100 01  DB2-NEW-AMOUNT              PIC S9(7)V99 COMP-3.
004200 01  DB2-OLD-DATE                PIC X(10).
004300 01  DB2-NEW-DATE                PIC X(10).
004400 01  DB2-EFFECTIVE-DATE          PIC X(10).
004500 01  DB2-NOTICE-DATE             PIC X(10).
004600 01  DB2-QUEUEDTIME              PIC X(26).
004700 01  DB2-NOTICE-STATUS           PIC X(01).
004800 01  DB2-PRIOR-SEQ-SINT          PIC S9(4) COMP.
004900 01  DB2-PRIOR-STATUS            PIC X(01).
005000 01  DB2-PRIOR-OLD-AMOUNT        PIC S9(7)V99 COMP-3.
005100 01  DB2-PRIOR-OLD-DATE          PIC X(10).
005200 01  DB2-NOTIFY-EMAIL            PIC X(50).
005300 01  DB2-NOTIFY-MOBILE           PIC X(20).
005400 01  DB2-NOTIFY-CONTACT          PIC X(50).
005500 01  DB2-NOTIFY-CHANNEL          PIC X(01).
005600     EXEC SQL
005700         INCLUDE SQLCA
005800     END-EXEC.
005900 LINKAGE SECTION.
006000     COPY LGDDAN.
006100 PROCEDURE DIVISION USING DDN-REQUEST.
006200*****************************************************************
006300*    0000-MAINLINE                                             *
006400*****************************************************************
006500 0000-MAINLINE SECTION.
006600     MOVE '00'   TO DDN-RC.
006700     MOVE ZERO   TO DDN-SQLCODE.
006800     MOVE SPACES TO DDN-EFFECTIVE-DATE.
006900     IF NOT DDN-RAISE
007000         MOVE '90' TO DDN-RC
007100         GO TO 0000-MAINLINE-EXIT
007200     END-IF.
007300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007400     IF DDN-RC NOT EQUAL '00'
007500         GO TO 0000-MAINLINE-EXIT
007600     END-IF.
007700     PERFORM 2000-RECORD-NOTICE THRU 2000-EXIT.
007800     IF DDN-RC NOT EQUAL '00'
007900         GO TO 0000-MAINLINE-EXIT
008000     END-IF.
008100     PERFORM 3000-QUEUE-NOTICE THRU 3000-EXIT.
008200 0000-MAINLINE-EXIT.
008300     GOBACK.
008400*****************************************************************
008500*    1000-INITIALIZE - FILL IN THE DEFAULTS, DROP A CALL THAT   *
008600*    CHANGES NOTHING OR WHOSE PAYER DOES NOT PAY BY DIRECT      *
008700*    DEBIT, AND WORK OUT THE DATES                              *
008800*****************************************************************
008900 1000-INITIALIZE.
009000     MOVE DDN-POLICY-NUM   TO DB2-POLICYNUM-INT.
009100     MOVE DDN-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT.
009200     MOVE DDN-OLD-AMOUNT   TO DB2-OLD-AMOUNT.
009300     MOVE DDN-NEW-AMOUNT   TO DB2-NEW-AMOUNT.
009400     MOVE DDN-OLD-DATE     TO DB2-OLD-DATE.
009500     MOVE DDN-NEW-DATE     TO DB2-NEW-DATE.
009600     IF DB2-OLD-AMOUNT EQUAL DB2-NEW-AMOUNT AND
009700        DB2-OLD-DATE   EQUAL DB2-NEW-DATE
009800         MOVE '01' TO DDN-RC
009900         GO TO 1000-EXIT
010000     END-IF.
010100     IF DB2-CUSTOMERNUM-INT EQUAL ZERO
010200         EXEC SQL
010300             SELECT CUSTOMERNUMBER
010400               INTO :DB2-CUSTOMERNUM-INT
010500               FROM POLICY
010600              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
010700         END-EXEC
010800         IF SQLCODE NOT EQUAL 0
010900             MOVE '90'    TO DDN-RC
011000             MOVE SQLCODE TO DDN-SQLCODE
011100             GO TO 1000-EXIT
011200         END-IF
011300     END-IF.
011400     MOVE ZERO TO WS-DD-PAYER-COUNT.
011500     EXEC SQL
011600         SELECT COUNT(*)
011700           INTO :WS-DD-PAYER-COUNT
011800           FROM PAYMENTMANDATE
011900          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
012000            AND MANDATESTATUS IN ('L', 'P', 'C')
012100     END-EXEC.
012200     IF SQLCODE NOT EQUAL 0
012300         MOVE '90'    TO DDN-RC
012400         MOVE SQLCODE TO DDN-SQLCODE
012500         GO TO 1000-EXIT
012600     END-IF.
012700     IF WS-DD-PAYER-COUNT EQUAL ZERO
012800         MOVE '03' TO DDN-RC
012900         GO TO 1000-EXIT
013000     END-IF.
013100     EXEC SQL
013200         SELECT CHAR(CURRENT DATE, ISO),
013300                CHAR(CURRENT DATE + :WS-NOTICE-DAYS DAYS, ISO),
013400                CHAR(CURRENT TIMESTAMP)
013500           INTO :DB2-NOTICE-DATE,
013600                :DB2-EFFECTIVE-DATE,
013700                :DB2-QUEUEDTIME
013800           FROM SYSIBM.SYSDUMMY1
013900     END-EXEC.
014000     IF SQLCODE NOT EQUAL 0
014100         MOVE '90'    TO DDN-RC
014200         MOVE SQLCODE TO DDN-SQLCODE
014300         GO TO 1000-EXIT
014400     END-IF.
014500     IF DB2-NEW-DATE EQUAL SPACES
014600         MOVE DB2-NOTICE-DATE TO DB2-NEW-DATE
014700     END-IF.
014800     MOVE DB2-EFFECTIVE-DATE TO DDN-EFFECTIVE-DATE.
014900 1000-EXIT.
015000     EXIT.
015100*****************************************************************
015200*    2000-RECORD-NOTICE - A REGULAR-STREAM CHANGE SUPERSEDES    *
015300*    ANY EARLIER ONE NOT YET IN EFFECT.  THE FALLBACK IS WHAT   *
015400*    THE PAYER WAS LAST NOTIFIED OF, SO IT IS CARRIED FORWARD   *
015500*    FROM A SUPERSEDED NOTICE RATHER THAN TAKEN FROM THE        *
015600*    CALLER'S OLD AMOUNT.  A ONE-OFF COLLECTION STANDS ALONE -  *
015700*    ITS FALLBACK IS NOTHING.                                   *
015800*****************************************************************
015900 2000-RECORD-NOTICE.
016000     IF DDN-REGULAR
016100         PERFORM 2100-SUPERSEDE-PRIOR THRU 2100-EXIT
016200         IF DDN-RC NOT EQUAL '00'
016300             GO TO 2000-EXIT
016400         END-IF
016500     ELSE
016600         MOVE ZERO   TO DB2-OLD-AMOUNT
016700         MOVE SPACES TO DB2-OLD-DATE
016800     END-IF.
016900     EXEC SQL
017000         SELECT COALESCE(MAX(NOTICESEQ), 0) + 1
017100           INTO :DB2-NOTICESEQ-SINT
017200           FROM DDNOTICE
017300          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
017400     END-EXEC.
017500     IF SQLCODE NOT EQUAL 0
017600         MOVE '90'    TO DDN-RC
017700         MOVE SQLCODE TO DDN-SQLCODE
017800         GO TO 2000-EXIT
017900     END-IF.
018000     PERFORM 2200-GET-CONTACT THRU 2200-EXIT.
018100     IF DDN-RC EQUAL '90'
018200         GO TO 2000-EXIT
018300     END-IF.
018400     IF DB2-NOTIFY-CONTACT EQUAL SPACES
018500         MOVE 'F'  TO DB2-NOTICE-STATUS
018600         MOVE '02' TO DDN-RC
018700     ELSE
018800         MOVE 'P'  TO DB2-NOTICE-STATUS
018900     END-IF.
019000     EXEC SQL
019100         INSERT INTO DDNOTICE
019200                   (
019300                     POLICYNUMBER,
019400                     NOTICESEQ,
019500                     CUSTOMERNUMBER,
019600                     SOURCE,
019700                     COLLTYPE,
019800                     OLDAMOUNT,
019900                     NEWAMOUNT,
020000                     OLDDATE,
020100                     NEWDATE,
020200                     NOTICEDATE,
020300                     EFFECTIVEDATE,
020400                     QUEUEDTIME,
020500                     STATUS,
020600                     LASTCHANGED
020700                   )
020800            VALUES (
020900                     :DB2-POLICYNUM-INT,
021000                     :DB2-NOTICESEQ-SINT,
021100                     :DB2-CUSTOMERNUM-INT,
021200                     :DDN-SOURCE,
021300                     :DDN-COLL-TYPE,
021400                     :DB2-OLD-AMOUNT,
021500                     :DB2-NEW-AMOUNT,
021600                     :DB2-OLD-DATE,
021700                     :DB2-NEW-DATE,
021800                     :DB2-NOTICE-DATE,
021900                     :DB2-EFFECTIVE-DATE,
022000                     :DB2-QUEUEDTIME,
022100                     :DB2-NOTICE-STATUS,
022200                     CURRENT TIMESTAMP
022300                   )
022400     END-EXEC.
022500     IF SQLCODE NOT EQUAL 0
022600         MOVE '90'    TO DDN-RC
022700         MOVE SQLCODE TO DDN-SQLCODE
022800     END-IF.
022900 2000-EXIT.
023000     EXIT.
023100*****************************************************************
023200*    2100-SUPERSEDE-PRIOR - THE POLICY'S LATEST REGULAR-STREAM  *
023300*    NOTICE.  ONE STILL RUNNING ('P') OR FALLEN BACK ('F') IS   *
023400*    MARKED SUPERSEDED ('S') AND ITS FALLBACK CARRIED FORWARD   *
023500*****************************************************************
023600 2100-SUPERSEDE-PRIOR.
023700     EXEC SQL
023800         SELECT NOTICESEQ, STATUS, OLDAMOUNT, OLDDATE
023900           INTO :DB2-PRIOR-SEQ-SINT, :DB2-PRIOR-STATUS,
024000                :DB2-PRIOR-OLD-AMOUNT, :DB2-PRIOR-OLD-DATE
024100           FROM DDNOTICE
024200          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
024300            AND COLLTYPE     = 'R'
024400            AND NOTICESEQ    =
024500                ( SELECT MAX(NOTICESEQ) FROM DDNOTICE
024600                   WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
024700                     AND COLLTYPE     = 'R' )
024800     END-EXEC.
024900     EVALUATE SQLCODE
025000         WHEN 0
025100             CONTINUE
025200         WHEN 100
025300             GO TO 2100-EXIT
025400         WHEN OTHER
025500             MOVE '90'    TO DDN-RC
025600             MOVE SQLCODE TO DDN-SQLCODE
025700             GO TO 2100-EXIT
025800     END-EVALUATE.
025900     IF DB2-PRIOR-STATUS NOT EQUAL 'P' AND
026000        DB2-PRIOR-STATUS NOT EQUAL 'F'
026100         GO TO 2100-EXIT
026200     END-IF.
026300     MOVE DB2-PRIOR-OLD-AMOUNT TO DB2-OLD-AMOUNT.
026400     MOVE DB2-PRIOR-OLD-DATE   TO DB2-OLD-DATE.
026500     EXEC SQL
026600         UPDATE DDNOTICE
026700            SET STATUS      = 'S',
026800                LASTCHANGED = CURRENT TIMESTAMP
026900          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
027000            AND NOTICESEQ    = :DB2-PRIOR-SEQ-SINT
027100     END-EXEC.
027200     IF SQLCODE NOT EQUAL 0
027300         MOVE '90'    TO DDN-RC
027400         MOVE SQLCODE TO DDN-SQLCODE
027500     END-IF.
027600 2100-EXIT.
027700     EXIT.
027800*****************************************************************
027900*    2200-GET-CONTACT - THE NOTICE IS A SERVICE MESSAGE AND     *
028000*    GOES WHATEVER THE MARKETING CONSENTS: BY THE SERVICE       *
028100*    CHANNEL THE PAYER CHOSE (EMAIL IF NONE), OR THE OTHER      *
028200*    ELECTRONIC ADDRESS WHEN THE CHOSEN ONE IS BLANK            *
028300*****************************************************************
028400 2200-GET-CONTACT.
028500     MOVE SPACES TO DB2-NOTIFY-CONTACT.
028600     EXEC SQL
028700         SELECT COALESCE(EMAILADDRESS, ' '),
028800                COALESCE(PHONEMOBILE, ' ')
028900           INTO :DB2-NOTIFY-EMAIL, :DB2-NOTIFY-MOBILE
029000           FROM CUSTOMER
029100          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
029200     END-EXEC.
029300     EVALUATE SQLCODE
029400         WHEN 0
029500             CONTINUE
029600         WHEN 100
029700             GO TO 2200-EXIT
029800         WHEN OTHER
029900             MOVE '90'    TO DDN-RC
030000             MOVE SQLCODE TO DDN-SQLCODE
030100             GO TO 2200-EXIT
030200     END-EVALUATE.
030300     MOVE 'E' TO DB2-NOTIFY-CHANNEL.
030400     EXEC SQL
030500         SELECT CHANNEL
030600           INTO :DB2-NOTIFY-CHANNEL
030700           FROM CUSTCONSENT
030800          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
030900            AND COMMTYPE = 'SVC'
031000            AND CONSENTFLAG = 'Y'
031100     END-EXEC.
031200     IF SQLCODE NOT EQUAL 0
031300         MOVE 'E' TO DB2-NOTIFY-CHANNEL
031400     END-IF.
031500     IF DB2-NOTIFY-CHANNEL EQUAL 'S' AND
031600        DB2-NOTIFY-MOBILE NOT EQUAL SPACES
031700         MOVE DB2-NOTIFY-MOBILE TO DB2-NOTIFY-CONTACT
031800         GO TO 2200-EXIT
031900     END-IF.
032000     IF DB2-NOTIFY-EMAIL NOT EQUAL SPACES
032100         MOVE 'E'              TO DB2-NOTIFY-CHANNEL
032200         MOVE DB2-NOTIFY-EMAIL TO DB2-NOTIFY-CONTACT
032300         GO TO 2200-EXIT
032400     END-IF.
032500     IF DB2-NOTIFY-MOBILE NOT EQUAL SPACES
032600         MOVE 'S'               TO DB2-NOTIFY-CHANNEL
032700         MOVE DB2-NOTIFY-MOBILE TO DB2-NOTIFY-CONTACT
032800     END-IF.
032900 2200-EXIT.
033000     EXIT.
033100*****************************************************************
033200*    3000-QUEUE-NOTICE - THE MESSAGE CARRIES THE EFFECTIVE DATE *
033300*    AS ITS REFERENCE; ITS QUEUED TIME IS THE DDNOTICE ROW'S    *
033400*    LINK TO THE DELIVERY OUTCOME LGDDC01 CHECKS                *
033500*****************************************************************
033600 3000-QUEUE-NOTICE.
033700     IF DB2-NOTICE-STATUS NOT EQUAL 'P'
033800         GO TO 3000-EXIT
033900     END-IF.
034000     EXEC SQL
034100         INSERT INTO NOTIFICATIONQUEUE
034200                   ( CUSTOMERNUM,
034300                     POLICYNUM,
034400                     EMAILADDRESS,
034500                     CHANNEL,
034600                     NOTIFYTYPE,
034700                     NOTIFYREF,
034800                     STATUS,
034900                     QUEUEDTIME )
035000            VALUES ( :DB2-CUSTOMERNUM-INT,
035100                     :DB2-POLICYNUM-INT,
035200                     :DB2-NOTIFY-CONTACT,
035300                     :DB2-NOTIFY-CHANNEL,
035400                     'DDNOTICE',
035500                     :DB2-EFFECTIVE-DATE,
035600                     'PENDING',
035700                     :DB2-QUEUEDTIME )
035800     END-EXEC.
035900     IF SQLCODE NOT EQUAL 0
036000         MOVE '90'    TO DDN-RC
036100         MOVE SQLCODE TO DDN-SQLCODE
036200     END-IF.
036300 3000-EXIT.
036400     EXIT.
