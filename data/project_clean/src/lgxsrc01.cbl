000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGXSRC01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        EXCESS RECEIVABLE COLLECTION.  A CLAIM PAID
000800                 GROSS BY LGCLMP01 (FAST-TRACK TO THE REPAIRER,
000900                 OR LINE BY LINE TO THIRD PARTIES) LEAVES THE
001000                 POLICY EXCESS OWING ON EXCESSRECEIVABLE.  THIS
001100                 RUN FIRST APPLIES THE OUTCOME OF EXCESSES ALREADY
001200                 ADDED TO A DIRECT DEBIT, THEN WORKS EVERY OPEN
001300                 RECEIVABLE: ONE STILL UNPAID AT ITS DUE DATE IS
001400                 ADDED TO THE NEXT DIRECT DEBIT WHEN THE CUSTOMER
001500                 HAS A CONFIRMED MANDATE, OTHERWISE A REMINDER IS
001600                 QUEUED FOR THE NOTIFICATION DISPATCHER AT A SET
001700                 INTERVAL UP TO A LIMIT.  CARD PAYMENTS ARE TAKEN
001800                 ONLINE THROUGH LGCARD01.  THE REPORT LISTS ALL
001900                 EXCESS STILL UNPAID WITH ITS DAYS LATE.
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
003100     SELECT XSRC-REPORT-FILE ASSIGN TO XSRCRPT
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-XSRCRPT-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  XSRC-REPORT-FILE
003700     RECORDING MODE IS F.
003800 01  XR-REPORT-LINE              PIC X(133).
003900 WORKING-STORAGE SECTION.
004000*****************************************************************
004100*    FILE STATUS, SWITCHES AND COUNTERS                        *
004200*****************************************************************
004300 77  WS-XSRCRPT-STATUS           PIC X(02) VALUE SPACES.
004400     88  WS-XSRCRPT-OK                     VALUE '00'.
004500 77  WS-DD-EOF-SWITCH            PIC X(01) VALUE 'N'.
004600     88  WS-DD-EOF                         VALUE 'Y'.
004700 77  WS-OPEN-EOF-SWITCH          PIC X(01) VALUE 'N'.
004800     88  WS-OPEN-EOF                       VALUE 'Y'.
004900 77  WS-DDPAID-COUNT             PIC 9(07) COMP-3 VALUE 0.
005000 77  WS-DDPAID-AMOUNT            PIC 9(11)V99 COMP-3 VALUE 0.
005100 77  WS-DDFAIL-COUNT             PIC 9(07) COMP-3 VALUE 0.
005200 77  WS-DDFAIL-AMOUNT            PIC 9(11)V99 COMP-3 VALUE 0.
005300 77  WS-DDADD-COUNT              PIC 9(07) COMP-3 VALUE 0.
005400 77  WS-DDADD-AMOUNT             PIC 9(11)V99 COMP-3 VALUE 0.
005500 77  WS-REMIND-COUNT             PIC 9(07) COMP-3 VALUE 0.
005600 77  WS-REMIND-AMOUNT            PIC 9(11)V99 COMP-3 VALUE 0.
005700 77  WS-UNPAID-COUNT             PIC 9(07) COMP-3 VALUE 0.
005800 77  WS-UNPAID-AMOUNT            PIC 9(11)V99 COMP-3 VALUE 0.
005900 77  WS-LATE-COUNT               PIC 9(07) COMP-3 VALUE 0.
006000 77  WS-LATE-AMOUNT              PIC 9(11)V99 COMP-3 VALUE 0.
006100*****************************************************************
006200*    CHASING RULES.  A REMINDER GOES OUT THIS MANY DAYS AFTER    *
006300*    THE RECEIVABLE WAS RAISED OR LAST CHASED, UP TO THE LIMIT;  *
006400*    AFTER THAT THE ITEM STAYS ON THE REPORT FOR CREDIT CONTROL  *
006500*****************************************************************
006600 77  WS-REMINDER-DAYS            PIC S9(4) COMP VALUE +14.
006700 77  WS-REMINDER-LIMIT           PIC S9(4) COMP VALUE +3.
006800*****************************************************************
006900*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
007000*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
007100*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
007200*    RIGHT DATED OUTPUT AND SELECTIONS                            *
007300*****************************************************************
007400 01  WS-BUSINESS-DATE.
007500     05  WS-BD-YYYY              PIC 9(04).
007600     05  FILLER                  PIC X(01).
007700     05  WS-BD-MM                PIC 9(02).
007800     05  FILLER                  PIC X(01).
007900     05  WS-BD-DD                PIC 9(02).
008000 01  WS-CURRENT-DATE-TIME.
008100     05  WS-CD-YYYY              PIC 9(04).
008200     05  WS-CD-MM                PIC 9(02).
008300     05  WS-CD-DD                PIC 9(02).
008400     05  FILLER                  PIC X(10).
008500 01  WS-RUNDATE-ISO              PIC X(10).
008600 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
008700     05  WS-RI-YYYY              PIC 9(04).
008800     05  FILLER                  PIC X(01).
008900     05  WS-RI-MM                PIC 9(02).
009000     05  FILLER                  PIC X(01).
009100     05  WS-RI-DD                PIC 9(02).
009200*****************************************************************
009300*    ONE RECEIVABLE.  OUTSTANDING IS THE EXCESS LESS ANYTHING    *
009400*    ALREADY PAID; DAYS LATE IS NEGATIVE BEFORE THE DUE DATE     *
009500*****************************************************************
009600 01  DB2-XS-ROW.
009700     05  DB2-CLAIMNUM-INT        PIC S9(9) COMP.
009800     05  DB2-POLICYNUM-INT       PIC S9(9) COMP.
009900     05  DB2-CUSTOMERNUM-INT     PIC S9(9) COMP.
010000     05  DB2-OUTSTANDING         PIC S9(9)V99 COMP-3.
010100     05  DB2-XS-STATUS           PIC X(01).
010200     05  DB2-DUEDATE             PIC X(10).
010300     05  DB2-REMINDERS-SINT      PIC S9(4) COMP.
010400     05  DB2-DAYS-LATE           PIC S9(9) COMP.
010500     05  DB2-DAYS-SINCE-CHASE    PIC S9(9) COMP.
010600     05  DB2-DD-PAYER            PIC X(01).
010700     05  DB2-DECEASED            PIC X(01).
010800     05  DB2-DDDATE              PIC X(10).
010900 01  DB2-COLL-STATUS             PIC X(09).
011000 01  WS-ACTION                   PIC X(24) VALUE SPACES.
011100*****************************************************************
011200*    NOTIFICATION CONTACT - THE SERVICE CONSENT CHANNEL, ELSE    *
011300*    EMAIL, ELSE SMS                                             *
011400*****************************************************************
011500 01  DB2-NOTIFY-EMAIL            PIC X(50).
011600 01  DB2-NOTIFY-MOBILE           PIC X(20).
011700 01  DB2-NOTIFY-CONTACT          PIC X(50).
011800 01  DB2-NOTIFY-CHANNEL          PIC X(01).
011900 01  DB2-NOTIFYREF               PIC X(10).
012000 01  WS-NOTIFYREF-NUM            REDEFINES DB2-NOTIFYREF
012100                                 PIC 9(10).
012200*****************************************************************
012300*    REPORT LINE LAYOUTS                                        *
012400*****************************************************************
012500 01  XR-HEADING-1.
012600     05  FILLER                  PIC X(44) VALUE
012700         'LG INSURANCE - EXCESS RECEIVABLE COLLECTION'.
012800     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
012900     05  XR-H1-RUNDATE           PIC X(10).
013000     05  FILLER                  PIC X(69) VALUE SPACES.
013100 01  XR-HEADING-2.
013200     05  FILLER                  PIC X(12) VALUE '       CLAIM'.
013300     05  FILLER                  PIC X(12) VALUE '      POLICY'.
013400     05  FILLER                  PIC X(12) VALUE '    CUSTOMER'.
013500     05  FILLER                  PIC X(15) VALUE
013600         '    OUTSTANDING'.
013700     05  FILLER                  PIC X(12) VALUE '    DUE DATE'.
013800     05  FILLER                  PIC X(08) VALUE '    LATE'.
013900     05  FILLER                  PIC X(04) VALUE ' REM'.
014000     05  FILLER                  PIC X(26) VALUE '  ACTION'.
014100     05  FILLER                  PIC X(32) VALUE SPACES.
014200 01  XR-DETAIL-LINE.
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  XR-D-CLAIMNUM           PIC 9(10).
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  XR-D-POLICYNUM          PIC 9(10).
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  XR-D-CUSTOMERNUM        PIC 9(10).
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  XR-D-OUTSTANDING        PIC ZZ,ZZZ,ZZ9.99.
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  XR-D-DUEDATE            PIC X(10).
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  XR-D-DAYS-LATE          PIC ZZZZ9-.
015500     05  FILLER                  PIC X(02) VALUE SPACES.
015600     05  XR-D-REMINDERS          PIC Z9.
015700     05  FILLER                  PIC X(02) VALUE SPACES.
015800     05  XR-D-ACTION             PIC X(24).
015900     05  FILLER                  PIC X(32) VALUE SPACES.
016000 01  XR-SUMMARY-LINE.
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  XR-S-LABEL              PIC X(40).
016300     05  XR-S-COUNT              PIC ZZZ,ZZ9.
016400     05  FILLER                  PIC X(04) VALUE SPACES.
016500     05  XR-S-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
016600     05  FILLER                  PIC X(63) VALUE SPACES.
016700     EXEC SQL
016800         INCLUDE SQLCA
016900     END-EXEC.
017000     COPY LGRCTL.
017100     COPY LGDDAN.
017200*****************************************************************
017300*    EXCESSES ALREADY ADDED TO A DIRECT DEBIT, WAITING ON THE    *
017400*    BUREAU OUTCOME LGDDC01 RECORDS ON PAYMENTCOLLECTION         *
017500*****************************************************************
017600     EXEC SQL
017700         DECLARE DD-XS CURSOR FOR
017800           SELECT CLAIMNUMBER, POLICYNUMBER, CUSTOMERNUMBER,
017900                  EXCESSAMOUNT - AMOUNTPAID,
018000                  CHAR(DUEDATE, ISO),
018100                  REMINDERCOUNT,
018200                  DAYS(DATE(:WS-RUNDATE-ISO)) - DAYS(DUEDATE),
018300                  CHAR(DDDATE, ISO)
018400             FROM EXCESSRECEIVABLE
018500            WHERE STATUS = 'D'
018600            ORDER BY CLAIMNUMBER
018700     END-EXEC.
018800*****************************************************************
018900*    EVERY RECEIVABLE STILL OPEN - 'O' NEVER SENT TO THE DIRECT  *
019000*    DEBIT, 'F' SENT BUT NOT COLLECTED (CARD OR REMINDER ONLY)   *
019100*****************************************************************
019200     EXEC SQL
019300         DECLARE OPEN-XS CURSOR FOR
019400           SELECT R.CLAIMNUMBER, R.POLICYNUMBER, R.CUSTOMERNUMBER,
019500                  R.EXCESSAMOUNT - R.AMOUNTPAID,
019600                  R.STATUS,
019700                  CHAR(R.DUEDATE, ISO),
019800                  R.REMINDERCOUNT,
019900                  DAYS(DATE(:WS-RUNDATE-ISO)) - DAYS(R.DUEDATE),
020000                  DAYS(DATE(:WS-RUNDATE-ISO))
020100                  - DAYS(COALESCE(R.LASTREMINDER, R.RAISEDDATE)),
020200                  CASE WHEN EXISTS
020300                       ( SELECT 1 FROM PAYMENTMANDATE M
020400                          WHERE M.CUSTOMERNUMBER =
020500                                R.CUSTOMERNUMBER
020600                            AND M.MANDATESTATUS  = 'C' )
020700                       THEN 'Y' ELSE 'N' END,
020800                  CASE WHEN CU.DECEASEDDATE IS NULL
020900                       THEN 'N' ELSE 'Y' END
021000             FROM EXCESSRECEIVABLE R,
021100                  CUSTOMER CU
021200            WHERE R.STATUS IN ('O', 'F')
021300              AND R.EXCESSAMOUNT > R.AMOUNTPAID
021400              AND CU.CUSTOMERNUMBER = R.CUSTOMERNUMBER
021500            ORDER BY R.CUSTOMERNUMBER, R.CLAIMNUMBER
021600     END-EXEC.
021700 LINKAGE SECTION.
021800 PROCEDURE DIVISION.
021900*****************************************************************
022000*    0000-MAINLINE                                             *
022100*****************************************************************
022200 0000-MAINLINE SECTION.
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022400     PERFORM 2000-DD-OUTCOME THRU 2000-EXIT
022500         UNTIL WS-DD-EOF.
022600     PERFORM 1100-OPEN-RECEIVABLES THRU 1100-EXIT.
022700     PERFORM 3000-WORK-RECEIVABLE THRU 3000-EXIT
022800         UNTIL WS-OPEN-EOF.
022900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
023000     GO TO 9999-EXIT.
023100 0000-MAINLINE-EXIT.
023200     EXIT.
023300*****************************************************************
023400*    1000-INITIALIZE - REGISTER THE RUN, OPEN THE REPORT AND     *
023500*    THE DIRECT DEBIT OUTCOME CURSOR                             *
023600*****************************************************************
023700 1000-INITIALIZE.
023800     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
023900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
024000*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
024100*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
024200*    PROTECTION LIVE IN LGRCTL01
024300     MOVE 'S'        TO RCTL-ACTION
024400     MOVE 'LGXSRC01' TO RCTL-JOBNAME
024500     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
024600     MOVE WS-CD-MM   TO RCTL-BD-MM
024700     MOVE WS-CD-DD   TO RCTL-BD-DD
024800     MOVE '-'        TO RCTL-BD-S1
024900     MOVE '-'        TO RCTL-BD-S2
025000     CALL 'LGRCTL01' USING RCTL-REQUEST
025100     IF RCTL-RC NOT EQUAL '00'
025200         DISPLAY 'LGXSRC01 - RUN CONTROL REFUSED, RC='
025300                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
025400         GO TO 9999-EXIT
025500     END-IF.
025600     MOVE WS-CD-YYYY TO WS-RI-YYYY.
025700     MOVE WS-CD-MM   TO WS-RI-MM.
025800     MOVE WS-CD-DD   TO WS-RI-DD.
025900     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
026000     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
026100     OPEN OUTPUT XSRC-REPORT-FILE.
026200     IF NOT WS-XSRCRPT-OK
026300         DISPLAY 'LGXSRC01 - XSRCRPT OPEN FAILED, STATUS='
026400                 WS-XSRCRPT-STATUS
026500         GO TO 9999-EXIT
026600     END-IF.
026700     MOVE WS-RUNDATE-ISO TO XR-H1-RUNDATE.
026800     WRITE XR-REPORT-LINE FROM XR-HEADING-1.
026900     WRITE XR-REPORT-LINE FROM XR-HEADING-2.
027000     EXEC SQL
027100         OPEN DD-XS
027200     END-EXEC.
027300     IF SQLCODE NOT EQUAL 0
027400         DISPLAY 'LGXSRC01 - DD CURSOR OPEN, SQLCODE=' SQLCODE
027500         GO TO 9999-EXIT
027600     END-IF.
027700     PERFORM 2900-FETCH-DD THRU 2900-EXIT.
027800 1000-EXIT.
027900     EXIT.
028000*****************************************************************
028100*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
028200*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
028300*****************************************************************
028400 1050-GET-BUSINESS-DATE.
028500     EXEC SQL
028600         SELECT BUSINESSDATE
028700           INTO :WS-BUSINESS-DATE
028800           FROM BUSINESSDATE
028900          WHERE CONTROLID = 'LG'
029000     END-EXEC.
029100     IF SQLCODE EQUAL 0
029200         MOVE WS-BD-YYYY TO WS-CD-YYYY
029300         MOVE WS-BD-MM   TO WS-CD-MM
029400         MOVE WS-BD-DD   TO WS-CD-DD
029500     END-IF.
029600 1050-EXIT.
029700     EXIT.
029800*****************************************************************
029900*    1100-OPEN-RECEIVABLES - THE OPEN-RECEIVABLE PASS SHARES     *
030000*    HOST VARIABLES WITH THE DIRECT DEBIT PASS, SO IT IS ONLY    *
030100*    OPENED ONCE THAT PASS HAS FINISHED - A FAILED COLLECTION    *
030200*    IS THEN WORKED AGAIN IN THE SAME RUN                        *
030300*****************************************************************
030400 1100-OPEN-RECEIVABLES.
030500     EXEC SQL
030600         CLOSE DD-XS
030700     END-EXEC.
030800     EXEC SQL
030900         OPEN OPEN-XS
031000     END-EXEC.
031100     IF SQLCODE NOT EQUAL 0
031200         DISPLAY 'LGXSRC01 - OPEN CURSOR OPEN, SQLCODE=' SQLCODE
031300         GO TO 9999-EXIT
031400     END-IF.
031500     PERFORM 3900-FETCH-OPEN THRU 3900-EXIT.
031600 1100-EXIT.
031700     EXIT.
031800*****************************************************************
031900*    2000-DD-OUTCOME - AN EXCESS ADDED TO A DIRECT DEBIT RIDES   *
032000*    A ONE-OFF PAYMENTCOLLECTION ROW FOR THE OUTSTANDING AMOUNT, *
032100*    RAISED ON THE DAY IT WAS ADDED (LGDDC01 RESTAMPS THE CYCLE  *
032200*    DATE WHEN IT SUBMITS IT).  COLLECTED MARKS THE EXCESS PAID; *
032300*    A FAILED, RETURNED OR UN-NOTIFIABLE COLLECTION PUTS IT BACK *
032400*    OPEN FOR CARD PAYMENT AND REMINDERS, NOT TRIED BY DIRECT    *
032500*    DEBIT AGAIN.  ANYTHING ELSE IS STILL IN FLIGHT              *
032600*****************************************************************
032700 2000-DD-OUTCOME.
032800     MOVE SPACES TO DB2-COLL-STATUS.
032900     EXEC SQL
033000         SELECT STATUS
033100           INTO :DB2-COLL-STATUS
033200           FROM PAYMENTCOLLECTION
033300          WHERE POLICYNUMBER     = :DB2-POLICYNUM-INT
033400            AND CUSTOMERNUMBER   = :DB2-CUSTOMERNUM-INT
033500            AND COLLECTIONAMOUNT = :DB2-OUTSTANDING
033600            AND CYCLEDATE       >= :DB2-DDDATE
033700          ORDER BY CYCLEDATE DESC
033800          FETCH FIRST 1 ROW ONLY
033900     END-EXEC.
034000     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
034100         DISPLAY 'LGXSRC01 - COLLECTION SELECT, SQLCODE=' SQLCODE
034200         GO TO 9999-EXIT
034300     END-IF.
034400     EVALUATE DB2-COLL-STATUS
034500         WHEN 'COLLECTED'
034600             PERFORM 2100-MARK-PAID THRU 2100-EXIT
034700         WHEN 'DUE'
034800         WHEN 'SUBMITTED'
034900             MOVE 'WITH DIRECT DEBIT' TO WS-ACTION
035000             ADD 1 TO WS-UNPAID-COUNT
035100             ADD DB2-OUTSTANDING TO WS-UNPAID-AMOUNT
035200         WHEN OTHER
035300             PERFORM 2200-MARK-FAILED THRU 2200-EXIT
035400     END-EVALUATE.
035500     PERFORM 7000-DETAIL-LINE THRU 7000-EXIT.
035600     PERFORM 2900-FETCH-DD THRU 2900-EXIT.
035700 2000-EXIT.
035800     EXIT.
035900*****************************************************************
036000*    2100-MARK-PAID - THE DIRECT DEBIT TOOK THE EXCESS           *
036100*****************************************************************
036200 2100-MARK-PAID.
036300     EXEC SQL
036400         UPDATE EXCESSRECEIVABLE
036500            SET AMOUNTPAID  = EXCESSAMOUNT,
036600                STATUS      = 'P',
036700                PAYMETHOD   = 'D',
036800                PAIDDATE    = :WS-RUNDATE-ISO,
036900                LASTCHANGED = CURRENT TIMESTAMP
037000          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
037100            AND STATUS      = 'D'
037200     END-EXEC.
037300     IF SQLCODE NOT EQUAL 0
037400         DISPLAY 'LGXSRC01 - PAID UPDATE, SQLCODE=' SQLCODE
037500         GO TO 9999-EXIT
037600     END-IF.
037700     MOVE 'PAID BY DIRECT DEBIT' TO WS-ACTION.
037800     ADD 1 TO WS-DDPAID-COUNT.
037900     ADD DB2-OUTSTANDING TO WS-DDPAID-AMOUNT.
038000 2100-EXIT.
038100     EXIT.
038200*****************************************************************
038300*    2200-MARK-FAILED - BACK OPEN AS 'F' FOR CARD AND REMINDERS  *
038400*****************************************************************
038500 2200-MARK-FAILED.
038600     EXEC SQL
038700         UPDATE EXCESSRECEIVABLE
038800            SET STATUS      = 'F',
038900                LASTCHANGED = CURRENT TIMESTAMP
039000          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
039100            AND STATUS      = 'D'
039200     END-EXEC.
039300     IF SQLCODE NOT EQUAL 0
039400         DISPLAY 'LGXSRC01 - FAILED UPDATE, SQLCODE=' SQLCODE
039500         GO TO 9999-EXIT
039600     END-IF.
039700     MOVE 'DIRECT DEBIT FAILED' TO WS-ACTION.
039800     ADD 1 TO WS-DDFAIL-COUNT.
039900     ADD DB2-OUTSTANDING TO WS-DDFAIL-AMOUNT.
040000 2200-EXIT.
040100     EXIT.
040200*****************************************************************
040300*    2900-FETCH-DD - NEXT EXCESS WITH THE DIRECT DEBIT           *
040400*****************************************************************
040500 2900-FETCH-DD.
040600     EXEC SQL
040700         FETCH DD-XS
040800           INTO :DB2-CLAIMNUM-INT, :DB2-POLICYNUM-INT,
040900                :DB2-CUSTOMERNUM-INT, :DB2-OUTSTANDING,
041000                :DB2-DUEDATE, :DB2-REMINDERS-SINT,
041100                :DB2-DAYS-LATE, :DB2-DDDATE
041200     END-EXEC.
041300     EVALUATE SQLCODE
041400         WHEN 0
041500             CONTINUE
041600         WHEN 100
041700             MOVE 'Y' TO WS-DD-EOF-SWITCH
041800         WHEN OTHER
041900             DISPLAY 'LGXSRC01 - DD FETCH, SQLCODE=' SQLCODE
042000             GO TO 9999-EXIT
042100     END-EVALUATE.
042200 2900-EXIT.
042300     EXIT.
042400*****************************************************************
042500*    3000-WORK-RECEIVABLE - ONE OPEN EXCESS.  AT ITS DUE DATE A  *
042600*    DIRECT DEBIT PAYER'S EXCESS IS ADDED TO THE NEXT            *
042700*    COLLECTION (ONCE ONLY); OTHERWISE IT IS CHASED BY REMINDER  *
042800*    UNTIL THE LIMIT IS REACHED.  A DECEASED CUSTOMER'S EXCESS   *
042900*    IS NEITHER CHASED NOR COLLECTED - IT IS LEFT ON THE REPORT  *
043000*    FOR THE ESTATE TO BE ASKED BY HAND                          *
043100*****************************************************************
043200 3000-WORK-RECEIVABLE.
043300     MOVE 'AWAITING PAYMENT' TO WS-ACTION.
043400     EVALUATE TRUE
043500         WHEN DB2-DECEASED EQUAL 'Y'
043600             MOVE 'CUSTOMER DECEASED' TO WS-ACTION
043700         WHEN DB2-XS-STATUS EQUAL 'O' AND
043800              DB2-DD-PAYER EQUAL 'Y' AND
043900              DB2-DAYS-LATE NOT LESS THAN ZERO
044000             PERFORM 3100-ADD-TO-DD THRU 3100-EXIT
044100         WHEN DB2-REMINDERS-SINT NOT LESS THAN WS-REMINDER-LIMIT
044200             MOVE 'REMINDERS EXHAUSTED' TO WS-ACTION
044300         WHEN DB2-DAYS-SINCE-CHASE NOT LESS THAN WS-REMINDER-DAYS
044400             PERFORM 3200-SEND-REMINDER THRU 3200-EXIT
044500         WHEN OTHER
044600             CONTINUE
044700     END-EVALUATE.
044800     IF WS-ACTION NOT EQUAL 'ADDED TO DIRECT DEBIT'
044900         ADD 1 TO WS-UNPAID-COUNT
045000         ADD DB2-OUTSTANDING TO WS-UNPAID-AMOUNT
045100         IF DB2-DAYS-LATE GREATER THAN ZERO
045200             ADD 1 TO WS-LATE-COUNT
045300             ADD DB2-OUTSTANDING TO WS-LATE-AMOUNT
045400         END-IF
045500     END-IF.
045600     PERFORM 7000-DETAIL-LINE THRU 7000-EXIT.
045700     PERFORM 3900-FETCH-OPEN THRU 3900-EXIT.
045800 3000-EXIT.
045900     EXIT.
046000*****************************************************************
046100*    3100-ADD-TO-DD - RAISE A ONE-OFF 'DUE' COLLECTION FOR THE   *
046200*    OUTSTANDING EXCESS AND GIVE THE PAYER ADVANCE NOTICE OF IT  *
046300*    THROUGH LGDDAN01, THE SAME WAY A MID-TERM ADJUSTMENT        *
046400*    PREMIUM IS ADDED; LGDDC01 COLLECTS IT ONCE THE NOTICE       *
046500*    PERIOD HAS RUN.  A CUSTOMER LGDDAN01 FINDS IS NOT A DIRECT  *
046600*    DEBIT PAYER AFTER ALL HAS THE ROW TAKEN BACK OUT AND IS     *
046700*    CHASED BY REMINDER INSTEAD                                  *
046800*****************************************************************
046900 3100-ADD-TO-DD.
047000     EXEC SQL
047100         INSERT INTO PAYMENTCOLLECTION
047200                ( POLICYNUMBER,
047300                  CUSTOMERNUMBER,
047400                  COLLECTIONAMOUNT,
047500                  CYCLEDATE,
047600                  STATUS )
047700         VALUES ( :DB2-POLICYNUM-INT,
047800                  :DB2-CUSTOMERNUM-INT,
047900                  :DB2-OUTSTANDING,
048000                  :WS-RUNDATE-ISO,
048100                  'DUE' )
048200     END-EXEC.
048300     IF SQLCODE NOT EQUAL 0
048400         DISPLAY 'LGXSRC01 - COLLECTION INSERT, SQLCODE=' SQLCODE
048500         GO TO 9999-EXIT
048600     END-IF.
048700     MOVE 'R'                 TO DDN-ACTION.
048800     MOVE DB2-POLICYNUM-INT   TO DDN-POLICY-NUM.
048900     MOVE DB2-CUSTOMERNUM-INT TO DDN-CUSTOMER-NUM.
049000     MOVE 'XSR'               TO DDN-SOURCE.
049100     MOVE 'M'                 TO DDN-COLL-TYPE.
049200     MOVE ZERO                TO DDN-OLD-AMOUNT.
049300     MOVE DB2-OUTSTANDING     TO DDN-NEW-AMOUNT.
049400     MOVE SPACES              TO DDN-OLD-DATE.
049500     MOVE WS-RUNDATE-ISO      TO DDN-NEW-DATE.
049600     CALL 'LGDDAN01' USING DDN-REQUEST.
049700     IF DDN-RC EQUAL '90'
049800         DISPLAY 'LGXSRC01 - LGDDAN01 NOTICE, SQLCODE='
049900                 DDN-SQLCODE
050000         GO TO 9999-EXIT
050100     END-IF.
050200     IF DDN-RC EQUAL '03'
050300         PERFORM 3150-WITHDRAW-DD THRU 3150-EXIT
050400         GO TO 3100-EXIT
050500     END-IF.
050600     EXEC SQL
050700         UPDATE EXCESSRECEIVABLE
050800            SET STATUS      = 'D',
050900                DDDATE      = :WS-RUNDATE-ISO,
051000                LASTCHANGED = CURRENT TIMESTAMP
051100          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
051200            AND STATUS      = 'O'
051300     END-EXEC.
051400     IF SQLCODE NOT EQUAL 0
051500         DISPLAY 'LGXSRC01 - DD HAND-OFF UPDATE, SQLCODE='
051600                 SQLCODE
051700         GO TO 9999-EXIT
051800     END-IF.
051900     MOVE 'ADDED TO DIRECT DEBIT' TO WS-ACTION.
052000     ADD 1 TO WS-DDADD-COUNT.
052100     ADD DB2-OUTSTANDING TO WS-DDADD-AMOUNT.
052200     ADD 1 TO WS-UNPAID-COUNT.
052300     ADD DB2-OUTSTANDING TO WS-UNPAID-AMOUNT.
052400 3100-EXIT.
052500     EXIT.
052600*****************************************************************
052700*    3150-WITHDRAW-DD - TAKE BACK THE COLLECTION JUST RAISED     *
052800*****************************************************************
052900 3150-WITHDRAW-DD.
053000     EXEC SQL
053100         DELETE FROM PAYMENTCOLLECTION
053200          WHERE POLICYNUMBER     = :DB2-POLICYNUM-INT
053300            AND CUSTOMERNUMBER   = :DB2-CUSTOMERNUM-INT
053400            AND COLLECTIONAMOUNT = :DB2-OUTSTANDING
053500            AND CYCLEDATE        = :WS-RUNDATE-ISO
053600            AND STATUS           = 'DUE'
053700     END-EXEC.
053800     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
053900         DISPLAY 'LGXSRC01 - COLLECTION DELETE, SQLCODE=' SQLCODE
054000         GO TO 9999-EXIT
054100     END-IF.
054200     IF DB2-DAYS-SINCE-CHASE NOT LESS THAN WS-REMINDER-DAYS AND
054300        DB2-REMINDERS-SINT LESS THAN WS-REMINDER-LIMIT
054400         PERFORM 3200-SEND-REMINDER THRU 3200-EXIT
054500     END-IF.
054600 3150-EXIT.
054700     EXIT.
054800*****************************************************************
054900*    3200-SEND-REMINDER - QUEUE AN 'EXCESSRMD' REMINDER FOR THE  *
055000*    NOTIFICATION DISPATCHER AND RECORD THE CHASE.  A CUSTOMER   *
055100*    WITH NO CONTACT ON FILE CANNOT BE REMINDED AND STAYS ON THE *
055200*    REPORT                                                      *
055300*****************************************************************
055400 3200-SEND-REMINDER.
055500     PERFORM 3250-GET-CONTACT THRU 3250-EXIT.
055600     IF DB2-NOTIFY-CONTACT EQUAL SPACES
055700         MOVE 'NO CONTACT - NOT SENT' TO WS-ACTION
055800         GO TO 3200-EXIT
055900     END-IF.
056000     MOVE DB2-CLAIMNUM-INT TO WS-NOTIFYREF-NUM.
056100     EXEC SQL
056200         INSERT INTO NOTIFICATIONQUEUE
056300                ( CUSTOMERNUM,
056400                  POLICYNUM,
056500                  EMAILADDRESS,
056600                  CHANNEL,
056700                  NOTIFYTYPE,
056800                  NOTIFYREF,
056900                  STATUS,
057000                  QUEUEDTIME )
057100         VALUES ( :DB2-CUSTOMERNUM-INT,
057200                  :DB2-POLICYNUM-INT,
057300                  :DB2-NOTIFY-CONTACT,
057400                  :DB2-NOTIFY-CHANNEL,
057500                  'EXCESSRMD',
057600                  :DB2-NOTIFYREF,
057700                  'PENDING',
057800                  CURRENT TIMESTAMP )
057900     END-EXEC.
058000     IF SQLCODE NOT EQUAL 0
058100         DISPLAY 'LGXSRC01 - REMINDER INSERT, SQLCODE=' SQLCODE
058200         GO TO 9999-EXIT
058300     END-IF.
058400     EXEC SQL
058500         UPDATE EXCESSRECEIVABLE
058600            SET REMINDERCOUNT = REMINDERCOUNT + 1,
058700                LASTREMINDER  = :WS-RUNDATE-ISO,
058800                LASTCHANGED   = CURRENT TIMESTAMP
058900          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
059000     END-EXEC.
059100     IF SQLCODE NOT EQUAL 0
059200         DISPLAY 'LGXSRC01 - REMINDER UPDATE, SQLCODE=' SQLCODE
059300         GO TO 9999-EXIT
059400     END-IF.
059500     ADD 1 TO DB2-REMINDERS-SINT.
059600     MOVE 'REMINDER SENT' TO WS-ACTION.
059700     ADD 1 TO WS-REMIND-COUNT.
059800     ADD DB2-OUTSTANDING TO WS-REMIND-AMOUNT.
059900 3200-EXIT.
060000     EXIT.
060100*****************************************************************
060200*    3250-GET-CONTACT - THE SERVICE CONSENT CHANNEL WHEN THE     *
060300*    CUSTOMER HAS CHOSEN ONE, ELSE EMAIL, ELSE SMS               *
060400*****************************************************************
060500 3250-GET-CONTACT.
060600     MOVE SPACES TO DB2-NOTIFY-CONTACT.
060700     EXEC SQL
060800         SELECT COALESCE(EMAILADDRESS, ' '),
060900                COALESCE(PHONEMOBILE, ' ')
061000           INTO :DB2-NOTIFY-EMAIL, :DB2-NOTIFY-MOBILE
061100           FROM CUSTOMER
061200          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
061300     END-EXEC.
061400     IF SQLCODE NOT EQUAL 0
061500         DISPLAY 'LGXSRC01 - CONTACT SELECT, SQLCODE=' SQLCODE
061600         GO TO 9999-EXIT
061700     END-IF.
061800     MOVE 'E' TO DB2-NOTIFY-CHANNEL.
061900     EXEC SQL
062000         SELECT CHANNEL
062100           INTO :DB2-NOTIFY-CHANNEL
062200           FROM CUSTCONSENT
062300          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
062400            AND COMMTYPE = 'SVC'
062500            AND CONSENTFLAG = 'Y'
062600     END-EXEC.
062700     IF SQLCODE NOT EQUAL 0
062800         MOVE 'E' TO DB2-NOTIFY-CHANNEL
062900     END-IF.
063000     IF DB2-NOTIFY-CHANNEL EQUAL 'S' AND
063100        DB2-NOTIFY-MOBILE NOT EQUAL SPACES
063200         MOVE DB2-NOTIFY-MOBILE TO DB2-NOTIFY-CONTACT
063300         GO TO 3250-EXIT
063400     END-IF.
063500     IF DB2-NOTIFY-EMAIL NOT EQUAL SPACES
063600         MOVE 'E'              TO DB2-NOTIFY-CHANNEL
063700         MOVE DB2-NOTIFY-EMAIL TO DB2-NOTIFY-CONTACT
063800         GO TO 3250-EXIT
063900     END-IF.
064000     IF DB2-NOTIFY-MOBILE NOT EQUAL SPACES
064100         MOVE 'S'               TO DB2-NOTIFY-CHANNEL
064200         MOVE DB2-NOTIFY-MOBILE TO DB2-NOTIFY-CONTACT
064300     END-IF.
064400 3250-EXIT.
064500     EXIT.
064600*****************************************************************
064700*    3900-FETCH-OPEN - NEXT OPEN RECEIVABLE                      *
064800*****************************************************************
064900 3900-FETCH-OPEN.
065000     EXEC SQL
065100         FETCH OPEN-XS
065200           INTO :DB2-CLAIMNUM-INT, :DB2-POLICYNUM-INT,
065300                :DB2-CUSTOMERNUM-INT, :DB2-OUTSTANDING,
065400                :DB2-XS-STATUS, :DB2-DUEDATE,
065500                :DB2-REMINDERS-SINT, :DB2-DAYS-LATE,
065600                :DB2-DAYS-SINCE-CHASE, :DB2-DD-PAYER,
065700                :DB2-DECEASED
065800     END-EXEC.
065900     EVALUATE SQLCODE
066000         WHEN 0
066100             CONTINUE
066200         WHEN 100
066300             MOVE 'Y' TO WS-OPEN-EOF-SWITCH
066400         WHEN OTHER
066500             DISPLAY 'LGXSRC01 - OPEN FETCH, SQLCODE=' SQLCODE
066600             GO TO 9999-EXIT
066700     END-EVALUATE.
066800 3900-EXIT.
066900     EXIT.
067000*****************************************************************
067100*    7000-DETAIL-LINE - ONE REPORT LINE PER RECEIVABLE WORKED    *
067200*****************************************************************
067300 7000-DETAIL-LINE.
067400     MOVE DB2-CLAIMNUM-INT    TO XR-D-CLAIMNUM.
067500     MOVE DB2-POLICYNUM-INT   TO XR-D-POLICYNUM.
067600     MOVE DB2-CUSTOMERNUM-INT TO XR-D-CUSTOMERNUM.
067700     MOVE DB2-OUTSTANDING     TO XR-D-OUTSTANDING.
067800     MOVE DB2-DUEDATE         TO XR-D-DUEDATE.
067900     MOVE DB2-DAYS-LATE       TO XR-D-DAYS-LATE.
068000     MOVE DB2-REMINDERS-SINT  TO XR-D-REMINDERS.
068100     MOVE WS-ACTION           TO XR-D-ACTION.
068200     WRITE XR-REPORT-LINE FROM XR-DETAIL-LINE.
068300 7000-EXIT.
068400     EXIT.
068500*****************************************************************
068600*    8000-FINALIZE - RUN TOTALS AND CLOSE EVERYTHING             *
068700*****************************************************************
068800 8000-FINALIZE.
068900     EXEC SQL
069000         CLOSE OPEN-XS
069100     END-EXEC.
069200     MOVE 'PAID BY DIRECT DEBIT'        TO XR-S-LABEL.
069300     MOVE WS-DDPAID-COUNT               TO XR-S-COUNT.
069400     MOVE WS-DDPAID-AMOUNT              TO XR-S-AMOUNT.
069500     WRITE XR-REPORT-LINE FROM XR-SUMMARY-LINE.
069600     MOVE 'DIRECT DEBIT FAILED - BACK OPEN' TO XR-S-LABEL.
069700     MOVE WS-DDFAIL-COUNT               TO XR-S-COUNT.
069800     MOVE WS-DDFAIL-AMOUNT              TO XR-S-AMOUNT.
069900     WRITE XR-REPORT-LINE FROM XR-SUMMARY-LINE.
070000     MOVE 'ADDED TO THE NEXT DIRECT DEBIT' TO XR-S-LABEL.
070100     MOVE WS-DDADD-COUNT                TO XR-S-COUNT.
070200     MOVE WS-DDADD-AMOUNT               TO XR-S-AMOUNT.
070300     WRITE XR-REPORT-LINE FROM XR-SUMMARY-LINE.
070400     MOVE 'REMINDERS SENT'              TO XR-S-LABEL.
070500     MOVE WS-REMIND-COUNT               TO XR-S-COUNT.
070600     MOVE WS-REMIND-AMOUNT              TO XR-S-AMOUNT.
070700     WRITE XR-REPORT-LINE FROM XR-SUMMARY-LINE.
070800     MOVE 'EXCESS UNPAID AT RUN DATE'   TO XR-S-LABEL.
070900     MOVE WS-UNPAID-COUNT               TO XR-S-COUNT.
071000     MOVE WS-UNPAID-AMOUNT              TO XR-S-AMOUNT.
071100     WRITE XR-REPORT-LINE FROM XR-SUMMARY-LINE.
071200     MOVE 'OF WHICH PAST DUE, NOT WITH DIRECT DEBIT'
071300                                        TO XR-S-LABEL.
071400     MOVE WS-LATE-COUNT                 TO XR-S-COUNT.
071500     MOVE WS-LATE-AMOUNT                TO XR-S-AMOUNT.
071600     WRITE XR-REPORT-LINE FROM XR-SUMMARY-LINE.
071700     CLOSE XSRC-REPORT-FILE.
071800     MOVE WS-UNPAID-COUNT TO RCTL-RECORD-COUNT.
071900     MOVE 'E' TO RCTL-ACTION
072000     CALL 'LGRCTL01' USING RCTL-REQUEST.
072100 8000-EXIT.
072200     EXIT.
072300*****************************************************************
072400*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
072500*****************************************************************
072600 9999-EXIT.
072700     STOP RUN.
