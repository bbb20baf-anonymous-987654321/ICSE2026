000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGFRNW01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        WEEKLY FRAUD NETWORK LINK ANALYSIS - THE
000800                 REGISTRATION SCREEN LOOKS AT ONE CLAIM AT A
000900                 TIME; THIS RUN LOOKS ACROSS THEM.  EVERY CLAIM
001000                 IN THE LAST THREE YEARS IS LINKED TO ANY OTHER
001100                 CUSTOMER'S CLAIM SHARING A PHONE NUMBER, EMAIL
001200                 ADDRESS, HOUSE NUMBER AND POSTCODE, PAYEE BANK
001300                 ACCOUNT OR VEHICLE REGISTRATION, AND THE LINKS
001400                 ARE FOLLOWED THROUGH TO WHOLE NETWORKS.  EACH
001500                 NETWORK IS SCORED ON ITS SIZE, CLAIM VALUE AND
001600                 RECENCY; ONE AT OR OVER THE THRESHOLD IS
001700                 RECORDED ON FRAUDNETWORK WITH EVERY MEMBER CLAIM
001800                 AND EACH MEMBER IS REFERRED (INDICATOR NETWK)
001900                 ONTO THE INVESTIGATION WORKQUEUE FOR LGINVC01.
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
003100     SELECT NETWORK-REPORT-FILE ASSIGN TO FRNWRPT
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-FRNWRPT-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  NETWORK-REPORT-FILE
003700     RECORDING MODE IS F.
003800 01  NW-REPORT-LINE              PIC X(133).
003900 WORKING-STORAGE SECTION.
004000*****************************************************************
004100*    FILE STATUS, SWITCHES AND COUNTERS                        *
004200*****************************************************************
004300 77  WS-FRNWRPT-STATUS           PIC X(02) VALUE SPACES.
004400     88  WS-FRNWRPT-OK                     VALUE '00'.
004500 77  WS-LINK-EOF-SWITCH          PIC X(01) VALUE 'N'.
004600     88  WS-LINK-EOF                       VALUE 'Y'.
004700 77  WS-MULTI-PARTY-SWITCH       PIC X(01) VALUE 'N'.
004800     88  WS-MULTI-PARTY                    VALUE 'Y'.
004900 77  WS-GROUP-FULL-SWITCH        PIC X(01) VALUE 'N'.
005000     88  WS-GROUP-FULL                     VALUE 'Y'.
005100 77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
005200     88  WS-FOUND                          VALUE 'Y'.
005300 77  WS-LINK-ROW-COUNT           PIC S9(9) COMP VALUE +0.
005400 77  WS-SHARED-LINK-COUNT        PIC S9(9) COMP VALUE +0.
005500 77  WS-COMMON-LINK-COUNT        PIC S9(9) COMP VALUE +0.
005600 77  WS-UNLINKED-COUNT           PIC S9(9) COMP VALUE +0.
005700 77  WS-BELOW-COUNT              PIC S9(9) COMP VALUE +0.
005800 77  WS-KNOWN-COUNT              PIC S9(9) COMP VALUE +0.
005900 77  WS-RAISED-COUNT             PIC S9(9) COMP VALUE +0.
006000 77  WS-REFERRED-COUNT           PIC S9(9) COMP VALUE +0.
006100 77  WS-HELD-COUNT               PIC S9(9) COMP VALUE +0.
006200 77  WS-NEW-MEMBER-COUNT         PIC S9(9) COMP VALUE +0.
006300 77  WS-WINDOW-YEARS             PIC S9(4) COMP VALUE +3.
006400*****************************************************************
006500*    NETWORK SCORING - 10 POINTS FOR EACH CUSTOMER IN THE       *
006600*    NETWORK UP TO 40, ONE POINT PER FULL 1,000 CLAIMED ACROSS  *
006700*    ITS CLAIMS UP TO 30, AND 30 WHEN ITS LATEST CLAIM IS UNDER *
006800*    90 DAYS OLD (15 UNDER A YEAR).  A NETWORK SCORING AT OR    *
006900*    OVER THE THRESHOLD GOES TO INVESTIGATION - TWO CUSTOMERS   *
007000*    ALONE NEVER REACH IT WITHOUT VALUE AND RECENCY BEHIND THEM *
007100*****************************************************************
007200 77  WS-CUSTOMER-POINTS          PIC S9(4) COMP VALUE +10.
007300 77  WS-CUSTOMER-POINTS-MAX      PIC S9(4) COMP VALUE +40.
007400 77  WS-VALUE-UNIT               PIC S9(9) COMP VALUE +1000.
007500 77  WS-VALUE-POINTS-MAX         PIC S9(4) COMP VALUE +30.
007600 77  WS-RECENT-DAYS              PIC S9(4) COMP VALUE +90.
007700 77  WS-RECENT-POINTS            PIC S9(4) COMP VALUE +30.
007800 77  WS-YEAR-DAYS                PIC S9(4) COMP VALUE +365.
007900 77  WS-YEAR-POINTS              PIC S9(4) COMP VALUE +15.
008000 77  WS-REFER-THRESHOLD          PIC S9(4) COMP VALUE +60.
008100*****************************************************************
008200*    A LINK VALUE SHARED BY MORE CLAIMS THAN THE GROUP TABLE     *
008300*    HOLDS IS A PLACEHOLDER OR AN OFFICE ADDRESS, NOT A RING -   *
008400*    IT IS COUNTED AND LEFT OUT                                  *
008500*****************************************************************
008600 77  WS-MAX-GROUP                PIC S9(4) COMP VALUE +200.
008700 77  WS-MAX-MEMBERS              PIC S9(4) COMP VALUE +5000.
008800 77  WS-MAX-NETWORKS             PIC S9(4) COMP VALUE +2500.
008900*****************************************************************
009000*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
009100*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
009200*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
009300*    RIGHT DATED OUTPUT AND SELECTIONS                            *
009400*****************************************************************
009500 01  WS-BUSINESS-DATE.
009600     05  WS-BD-YYYY              PIC 9(04).
009700     05  FILLER                  PIC X(01).
009800     05  WS-BD-MM                PIC 9(02).
009900     05  FILLER                  PIC X(01).
010000     05  WS-BD-DD                PIC 9(02).
010100 01  WS-CURRENT-DATE-TIME.
010200     05  WS-CD-YYYY              PIC 9(04).
010300     05  WS-CD-MM                PIC 9(02).
010400     05  WS-CD-DD                PIC 9(02).
010500     05  FILLER                  PIC X(10).
010600 01  WS-RUNDATE-ISO              PIC X(10).
010700 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
010800     05  WS-RI-YYYY              PIC 9(04).
010900     05  FILLER                  PIC X(01).
011000     05  WS-RI-MM                PIC 9(02).
011100     05  FILLER                  PIC X(01).
011200     05  WS-RI-DD                PIC 9(02).
011300 01  WS-WINSTART-ISO             PIC X(10) VALUE SPACES.
011400 01  WS-RUN-DAYS                 PIC S9(9) COMP VALUE +0.
011500*****************************************************************
011600*    THE LINK VALUE BEING GATHERED - EVERY CLAIM SHARING IT,     *
011700*    WITH THE PARTY BEHIND EACH.  A PARTY IS THE CUSTOMER'S      *
011800*    CONFIRMED HOUSEHOLD WHEN THERE IS ONE, SO A FAMILY SHARING  *
011900*    A HOME PHONE OR ADDRESS IS NOT A LINK                       *
012000*****************************************************************
012100 01  WS-CURRENT-LINK.
012200     05  WS-CL-TYPE              PIC X(01).
012300     05  WS-CL-VALUE             PIC X(40).
012400 01  WS-FIRST-PARTY.
012500     05  WS-FP-TYPE              PIC X(01).
012600     05  WS-FP-NUMBER            PIC S9(9) COMP.
012700 01  WS-THIS-PARTY.
012800     05  WS-TP-TYPE              PIC X(01).
012900     05  WS-TP-NUMBER            PIC S9(9) COMP.
013000 01  WS-GROUP-TABLE.
013100     05  WS-GROUP-COUNT          PIC S9(4) COMP VALUE +0.
013200     05  WS-GROUP-ENTRY          OCCURS 200 TIMES.
013300         10  WS-GR-CLAIMNUM      PIC S9(9) COMP.
013400         10  WS-GR-CUSTOMERNUM   PIC S9(9) COMP.
013500*****************************************************************
013600*    LINKED CLAIMS - EACH POINTS AT ANOTHER IN ITS NETWORK (A    *
013700*    ROOT POINTS AT ITSELF), SO JOINING TWO NETWORKS IS ONE MOVE *
013800*    OF A ROOT.  LINKS HOLDS WHICH KINDS OF LINK TOUCHED THE     *
013900*    CLAIM: P PHONE, E EMAIL, A ADDRESS, B BANK, V VEHICLE       *
014000*****************************************************************
014100 01  WS-MEMBER-TABLE.
014200     05  WS-MEMBER-COUNT         PIC S9(4) COMP VALUE +0.
014300     05  WS-MEMBER-ENTRY         OCCURS 5000 TIMES.
014400         10  WS-MB-CLAIMNUM      PIC S9(9) COMP.
014500         10  WS-MB-CUSTOMERNUM   PIC S9(9) COMP.
014600         10  WS-MB-PARENT        PIC S9(4) COMP.
014700         10  WS-MB-NETWORK       PIC S9(4) COMP.
014800         10  WS-MB-LINKS         PIC X(05).
014900         10  WS-MB-LINK-FLAG     REDEFINES WS-MB-LINKS
015000                                 PIC X(01) OCCURS 5 TIMES.
015100         10  WS-MB-POLICYNUM     PIC S9(9) COMP.
015200         10  WS-MB-AMOUNT        PIC S9(9)V99 COMP-3.
015300         10  WS-MB-CLAIMDATE     PIC X(10).
015400         10  WS-MB-STATUS        PIC X(01).
015500         10  WS-MB-AGE-DAYS      PIC S9(9) COMP.
015600 01  WS-NETWORK-TABLE.
015700     05  WS-NETWORK-COUNT        PIC S9(4) COMP VALUE +0.
015800     05  WS-NETWORK-ENTRY        OCCURS 2500 TIMES.
015900         10  WS-NW-CLAIMS        PIC S9(4) COMP.
016000         10  WS-NW-CUSTOMERS     PIC S9(4) COMP.
016100         10  WS-NW-VALUE         PIC S9(11)V99 COMP-3.
016200         10  WS-NW-MIN-AGE       PIC S9(9) COMP.
016300         10  WS-NW-LATEST        PIC X(10).
016400         10  WS-NW-LINKS         PIC X(05).
016500         10  WS-NW-LINK-FLAG     REDEFINES WS-NW-LINKS
016600                                 PIC X(01) OCCURS 5 TIMES.
016700         10  WS-NW-SCORE         PIC S9(4) COMP.
016800 01  WS-LINK-LETTERS             PIC X(05) VALUE 'PEABV'.
016900 01  WS-LINK-LETTER              REDEFINES WS-LINK-LETTERS
017000                                 PIC X(01) OCCURS 5 TIMES.
017100*****************************************************************
017200*    SUBSCRIPTS AND WORK FIELDS                                *
017300*****************************************************************
017400 01  WS-SUBSCRIPTS.
017500     05  WS-GX                   PIC S9(4) COMP VALUE +0.
017600     05  WS-MX                   PIC S9(4) COMP VALUE +0.
017700     05  WS-MY                   PIC S9(4) COMP VALUE +0.
017800     05  WS-NX                   PIC S9(4) COMP VALUE +0.
017900     05  WS-LX                   PIC S9(4) COMP VALUE +0.
018000     05  WS-FIRST-MX             PIC S9(4) COMP VALUE +0.
018100     05  WS-FIND-MX              PIC S9(4) COMP VALUE +0.
018200     05  WS-ROOT-MX              PIC S9(4) COMP VALUE +0.
018300     05  WS-OTHER-ROOT-MX        PIC S9(4) COMP VALUE +0.
018400 01  WS-FIND-CLAIMNUM            PIC S9(9) COMP VALUE +0.
018500 01  WS-FIND-CUSTOMERNUM         PIC S9(9) COMP VALUE +0.
018600 01  WS-VALUE-POINTS             PIC S9(9) COMP VALUE +0.
018700 01  WS-SIZE-POINTS              PIC S9(9) COMP VALUE +0.
018800*****************************************************************
018900*    DB2 HOST VARIABLES                                        *
019000*****************************************************************
019100 01  DB2-LINK-ROW.
019200     05  DB2-LINKTYPE            PIC X(01).
019300     05  DB2-LINKVALUE           PIC X(40).
019400     05  DB2-CLAIMNUM-INT        PIC S9(9) COMP.
019500     05  DB2-CUSTOMERNUM-INT     PIC S9(9) COMP.
019600     05  DB2-HOUSEHOLDID-INT     PIC S9(9) COMP.
019700 01  DB2-CLAIM-ROW.
019800     05  DB2-POLICYNUM-INT       PIC S9(9) COMP.
019900     05  DB2-CLAIMAMOUNT         PIC S9(9)V99 COMP-3.
020000     05  DB2-CLAIMDATE           PIC X(10).
020100     05  DB2-CLAIMSTATUS         PIC X(01).
020200     05  DB2-AGE-DAYS            PIC S9(9) COMP.
020300 01  DB2-NETWORK-ROW.
020400     05  DB2-NETWORKID-INT       PIC S9(9) COMP.
020500     05  DB2-SCORE-SINT          PIC S9(4) COMP.
020600     05  DB2-CLAIMS-SINT         PIC S9(4) COMP.
020700     05  DB2-CUSTOMERS-SINT      PIC S9(4) COMP.
020800     05  DB2-VALUE               PIC S9(11)V99 COMP-3.
020900 01  DB2-FOUND-COUNT             PIC S9(9) COMP VALUE +0.
021000 01  WS-FRAUD-INDICATOR          PIC X(05) VALUE 'NETWK'.
021100 01  WS-FRAUD-REASON.
021200     05  FILLER                  PIC X(15) VALUE
021300         'LINKED NETWORK '.
021400     05  WS-FR-NETWORKID         PIC 9(10).
021500     05  FILLER                  PIC X(07) VALUE ' SCORE '.
021600     05  WS-FR-SCORE             PIC 9(03).
021700     05  FILLER                  PIC X(05) VALUE SPACES.
021800*****************************************************************
021900*    REPORT LINE LAYOUTS                                       *
022000*****************************************************************
022100 01  NW-HEADING-1.
022200     05  FILLER                  PIC X(44) VALUE
022300         'LG INSURANCE - FRAUD NETWORK LINK ANALYSIS'.
022400     05  FILLER                  PIC X(14) VALUE
022500         'CLAIMS FROM '.
022600     05  NW-H1-FROM              PIC X(10).
022700     05  FILLER                  PIC X(04) VALUE ' TO '.
022800     05  NW-H1-TO                PIC X(10).
022900     05  FILLER                  PIC X(51) VALUE SPACES.
023000 01  NW-HEADING-2.
023100     05  FILLER                  PIC X(60) VALUE
023200         'LINKS: P PHONE  E EMAIL  A ADDRESS  B BANK  V VEHICLE'.
023300     05  FILLER                  PIC X(73) VALUE SPACES.
023400 01  NW-NETWORK-LINE.
023500     05  FILLER                  PIC X(09) VALUE 'NETWORK: '.
023600     05  NW-N-NETWORKID          PIC 9(10).
023700     05  FILLER                  PIC X(08) VALUE '  SCORE '.
023800     05  NW-N-SCORE              PIC ZZ9.
023900     05  FILLER                  PIC X(09) VALUE '  CLAIMS '.
024000     05  NW-N-CLAIMS             PIC ZZZ9.
024100     05  FILLER                  PIC X(12) VALUE '  CUSTOMERS '.
024200     05  NW-N-CUSTOMERS          PIC ZZZ9.
024300     05  FILLER                  PIC X(08) VALUE '  VALUE '.
024400     05  NW-N-VALUE              PIC ZZZ,ZZZ,ZZ9.99.
024500     05  FILLER                  PIC X(09) VALUE '  LATEST '.
024600     05  NW-N-LATEST             PIC X(10).
024700     05  FILLER                  PIC X(08) VALUE '  LINKS '.
024800     05  NW-N-LINKS              PIC X(05).
024900     05  FILLER                  PIC X(20) VALUE SPACES.
025000 01  NW-MEMBER-LINE.
025100     05  FILLER                  PIC X(12) VALUE
025200         '     CLAIM: '.
025300     05  NW-M-CLAIMNUM           PIC 9(10).
025400     05  FILLER                  PIC X(11) VALUE '  CUSTOMER '.
025500     05  NW-M-CUSTOMERNUM        PIC 9(10).
025600     05  FILLER                  PIC X(09) VALUE '  POLICY '.
025700     05  NW-M-POLICYNUM          PIC 9(10).
025800     05  FILLER                  PIC X(02) VALUE SPACES.
025900     05  NW-M-CLAIMDATE          PIC X(10).
026000     05  FILLER                  PIC X(02) VALUE SPACES.
026100     05  NW-M-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
026200     05  FILLER                  PIC X(08) VALUE '  LINKS '.
026300     05  NW-M-LINKS              PIC X(05).
026400     05  FILLER                  PIC X(02) VALUE SPACES.
026500     05  NW-M-ACTION             PIC X(20).
026600     05  FILLER                  PIC X(08) VALUE SPACES.
026700 01  NW-SUMMARY-LINE.
026800     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  NW-S-LABEL              PIC X(40).
027000     05  NW-S-COUNT              PIC ZZZ,ZZZ,ZZ9.
027100     05  FILLER                  PIC X(80) VALUE SPACES.
027200     EXEC SQL
027300         INCLUDE SQLCA
027400     END-EXEC.
027500     COPY LGRCTL.
027600*****************************************************************
027700*    EVERY LINK VALUE ON A CLAIM IN THE WINDOW, GROUPED SO ALL   *
027800*    THE CLAIMS SHARING ONE VALUE ARRIVE TOGETHER.  THE CLAIM'S  *
027900*    CUSTOMER IS THE INSURED NAMED ON IT, ELSE THE POLICYHOLDER. *
028000*    ONLY BANK PAYEES CARRY AN ACCOUNT, AND A FLEET CLAIM LINKS  *
028100*    BY THE VEHICLE IT WAS MADE ON                               *
028200*****************************************************************
028300     EXEC SQL
028400         DECLARE LINK-KEYS CURSOR FOR
028500           SELECT K.LINKTYPE, K.LINKVALUE, K.CLAIMNUMBER,
028600                  K.CUSTOMERNUMBER, COALESCE(H.HOUSEHOLDID, 0)
028700             FROM ( SELECT 'P', CU.PHONEMOBILE, C.CLAIMNUMBER,
028800                           CU.CUSTOMERNUMBER
028900                      FROM CLAIM C, POLICY P, CUSTOMER CU
029000                     WHERE P.POLICYNUMBER = C.POLICYNUMBER
029100                       AND CU.CUSTOMERNUMBER =
029200                           COALESCE(C.INSUREDCUSTNUM,
029300                                    P.CUSTOMERNUMBER)
029400                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
029500                       AND CU.PHONEMOBILE > ' '
029600                    UNION ALL
029700                    SELECT 'P', CU.PHONEHOME, C.CLAIMNUMBER,
029800                           CU.CUSTOMERNUMBER
029900                      FROM CLAIM C, POLICY P, CUSTOMER CU
030000                     WHERE P.POLICYNUMBER = C.POLICYNUMBER
030100                       AND CU.CUSTOMERNUMBER =
030200                           COALESCE(C.INSUREDCUSTNUM,
030300                                    P.CUSTOMERNUMBER)
030400                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
030500                       AND CU.PHONEHOME > ' '
030600                    UNION ALL
030700                    SELECT 'E', CU.EMAILADDRESS, C.CLAIMNUMBER,
030800                           CU.CUSTOMERNUMBER
030900                      FROM CLAIM C, POLICY P, CUSTOMER CU
031000                     WHERE P.POLICYNUMBER = C.POLICYNUMBER
031100                       AND CU.CUSTOMERNUMBER =
031200                           COALESCE(C.INSUREDCUSTNUM,
031300                                    P.CUSTOMERNUMBER)
031400                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
031500                       AND CU.EMAILADDRESS > ' '
031600                    UNION ALL
031700                    SELECT 'A', CU.HOUSENUMBER CONCAT CU.POSTCODE,
031800                           C.CLAIMNUMBER, CU.CUSTOMERNUMBER
031900                      FROM CLAIM C, POLICY P, CUSTOMER CU
032000                     WHERE P.POLICYNUMBER = C.POLICYNUMBER
032100                       AND CU.CUSTOMERNUMBER =
032200                           COALESCE(C.INSUREDCUSTNUM,
032300                                    P.CUSTOMERNUMBER)
032400                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
032500                       AND CU.POSTCODE > ' '
032600                    UNION ALL
032700                    SELECT 'B',
032800                           PY.SORTCODE CONCAT PY.ACCOUNTNUMBER,
032900                           C.CLAIMNUMBER,
033000                           COALESCE(C.INSUREDCUSTNUM,
033100                                    P.CUSTOMERNUMBER)
033200                      FROM CLAIM C, POLICY P, CLAIMPAYEE PY
033300                     WHERE P.POLICYNUMBER = C.POLICYNUMBER
033400                       AND PY.CLAIMNUMBER = C.CLAIMNUMBER
033500                       AND COALESCE(PY.PAYMETHOD, 'B') = 'B'
033600                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
033700                       AND PY.ACCOUNTNUMBER > ' '
033800                    UNION ALL
033900                    SELECT 'V', M.REGNUMBER, C.CLAIMNUMBER,
034000                           COALESCE(C.INSUREDCUSTNUM,
034100                                    P.CUSTOMERNUMBER)
034200                      FROM CLAIM C, POLICY P, MOTOR M
034300                     WHERE P.POLICYNUMBER = C.POLICYNUMBER
034400                       AND M.POLICYNUMBER = C.POLICYNUMBER
034500                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
034600                       AND M.REGNUMBER > ' '
034700                    UNION ALL
034800                    SELECT 'V', F.REGNUMBER, C.CLAIMNUMBER,
034900                           COALESCE(C.INSUREDCUSTNUM,
035000                                    P.CUSTOMERNUMBER)
035100                      FROM CLAIM C, POLICY P, FLEETVEHICLE F
035200                     WHERE P.POLICYNUMBER = C.POLICYNUMBER
035300                       AND F.POLICYNUMBER = C.POLICYNUMBER
035400                       AND F.VEHICLESEQ   = C.VEHICLESEQ
035500                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
035600                       AND F.REGNUMBER > ' '
035700                  ) AS K ( LINKTYPE, LINKVALUE, CLAIMNUMBER,
035800                           CUSTOMERNUMBER )
035900                  LEFT OUTER JOIN CUSTOMERHOUSEHOLD H
036000                    ON H.CUSTOMERNUMBER = K.CUSTOMERNUMBER
036100                   AND H.LINKSTATUS     = 'C'
036200            ORDER BY 1, 2, 3
036300     END-EXEC.
036400 LINKAGE SECTION.
036500 PROCEDURE DIVISION.
036600*****************************************************************
036700*    0000-MAINLINE                                             *
036800*****************************************************************
036900 0000-MAINLINE SECTION.
037000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037100     PERFORM 2000-BUILD-LINKS THRU 2000-EXIT.
037200     PERFORM 3000-SCORE-NETWORKS THRU 3000-EXIT.
037300     PERFORM 4000-RAISE-NETWORK THRU 4000-EXIT
037400         VARYING WS-NX FROM 1 BY 1
037500         UNTIL WS-NX > WS-NETWORK-COUNT.
037600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
037700     GO TO 9999-EXIT.
037800 0000-MAINLINE-EXIT.
037900     EXIT.
038000*****************************************************************
038100*    1000-INITIALIZE - REGISTER THE RUN, SET THE WINDOW, OPEN    *
038200*    THE REPORT                                                  *
038300*****************************************************************
038400 1000-INITIALIZE.
038500     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
038600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
038700*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
038800*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
038900*    PROTECTION LIVE IN LGRCTL01
039000     MOVE 'S'        TO RCTL-ACTION
039100     MOVE 'LGFRNW01' TO RCTL-JOBNAME
039200     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
039300     MOVE WS-CD-MM   TO RCTL-BD-MM
039400     MOVE WS-CD-DD   TO RCTL-BD-DD
039500     MOVE '-'        TO RCTL-BD-S1
039600     MOVE '-'        TO RCTL-BD-S2
039700     CALL 'LGRCTL01' USING RCTL-REQUEST
039800     IF RCTL-RC NOT EQUAL '00'
039900         DISPLAY 'LGFRNW01 - RUN CONTROL REFUSED, RC='
040000                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
040100         GO TO 9999-EXIT
040200     END-IF.
040300     MOVE WS-CD-YYYY TO WS-RI-YYYY.
040400     MOVE WS-CD-MM   TO WS-RI-MM.
040500     MOVE WS-CD-DD   TO WS-RI-DD.
040600     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
040700     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
040800     EXEC SQL
040900         SELECT CHAR(DATE(:WS-RUNDATE-ISO)
041000                     - :WS-WINDOW-YEARS YEARS, ISO),
041100                DAYS(DATE(:WS-RUNDATE-ISO))
041200           INTO :WS-WINSTART-ISO, :WS-RUN-DAYS
041300           FROM SYSIBM.SYSDUMMY1
041400     END-EXEC.
041500     IF SQLCODE NOT EQUAL 0
041600         DISPLAY 'LGFRNW01 - WINDOW SELECT, SQLCODE=' SQLCODE
041700         GO TO 9999-EXIT
041800     END-IF.
041900     OPEN OUTPUT NETWORK-REPORT-FILE.
042000     IF NOT WS-FRNWRPT-OK
042100         DISPLAY 'LGFRNW01 - FRNWRPT OPEN FAILED, STATUS='
042200                 WS-FRNWRPT-STATUS
042300         GO TO 9999-EXIT
042400     END-IF.
042500     MOVE WS-WINSTART-ISO TO NW-H1-FROM.
042600     MOVE WS-RUNDATE-ISO  TO NW-H1-TO.
042700     WRITE NW-REPORT-LINE FROM NW-HEADING-1.
042800     WRITE NW-REPORT-LINE FROM NW-HEADING-2.
042900 1000-EXIT.
043000     EXIT.
043100*****************************************************************
043200*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
043300*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
043400*****************************************************************
043500 1050-GET-BUSINESS-DATE.
043600     EXEC SQL
043700         SELECT BUSINESSDATE
043800           INTO :WS-BUSINESS-DATE
043900           FROM BUSINESSDATE
044000          WHERE CONTROLID = 'LG'
044100     END-EXEC.
044200     IF SQLCODE EQUAL 0
044300         MOVE WS-BD-YYYY TO WS-CD-YYYY
044400         MOVE WS-BD-MM   TO WS-CD-MM
044500         MOVE WS-BD-DD   TO WS-CD-DD
044600     END-IF.
044700 1050-EXIT.
044800     EXIT.
044900*****************************************************************
045000*    2000-BUILD-LINKS - GATHER THE CLAIMS ON EACH LINK VALUE IN  *
045100*    TURN AND JOIN THEM INTO ONE NETWORK WHEN THE VALUE IS       *
045200*    SHARED BY MORE THAN ONE PARTY                               *
045300*****************************************************************
045400 2000-BUILD-LINKS.
045500     EXEC SQL
045600         OPEN LINK-KEYS
045700     END-EXEC.
045800     IF SQLCODE NOT EQUAL 0
045900         DISPLAY 'LGFRNW01 - LINK CURSOR OPEN, SQLCODE=' SQLCODE
046000         GO TO 9999-EXIT
046100     END-IF.
046200     PERFORM 2100-FETCH-LINK THRU 2100-EXIT.
046300     PERFORM 2200-START-GROUP THRU 2200-EXIT.
046400     PERFORM 2300-ADD-TO-GROUP THRU 2300-EXIT
046500         UNTIL WS-LINK-EOF.
046600     IF WS-GROUP-COUNT GREATER THAN ZERO
046700         PERFORM 2400-END-GROUP THRU 2400-EXIT
046800     END-IF.
046900     EXEC SQL
047000         CLOSE LINK-KEYS
047100     END-EXEC.
047200 2000-EXIT.
047300     EXIT.
047400 2100-FETCH-LINK.
047500     EXEC SQL
047600         FETCH LINK-KEYS
047700           INTO :DB2-LINKTYPE, :DB2-LINKVALUE,
047800                :DB2-CLAIMNUM-INT, :DB2-CUSTOMERNUM-INT,
047900                :DB2-HOUSEHOLDID-INT
048000     END-EXEC.
048100     EVALUATE SQLCODE
048200         WHEN 0
048300             ADD 1 TO WS-LINK-ROW-COUNT
048400         WHEN 100
048500             MOVE 'Y' TO WS-LINK-EOF-SWITCH
048600         WHEN OTHER
048700             DISPLAY 'LGFRNW01 - LINK FETCH, SQLCODE=' SQLCODE
048800             GO TO 9999-EXIT
048900     END-EVALUATE.
049000 2100-EXIT.
049100     EXIT.
049200 2200-START-GROUP.
049300     MOVE DB2-LINKTYPE  TO WS-CL-TYPE.
049400     MOVE DB2-LINKVALUE TO WS-CL-VALUE.
049500     MOVE 0   TO WS-GROUP-COUNT.
049600     MOVE 'N' TO WS-MULTI-PARTY-SWITCH.
049700     MOVE 'N' TO WS-GROUP-FULL-SWITCH.
049800     PERFORM 2250-SET-PARTY THRU 2250-EXIT.
049900     MOVE WS-THIS-PARTY TO WS-FIRST-PARTY.
050000 2200-EXIT.
050100     EXIT.
050200 2250-SET-PARTY.
050300     IF DB2-HOUSEHOLDID-INT GREATER THAN ZERO
050400         MOVE 'H'                 TO WS-TP-TYPE
050500         MOVE DB2-HOUSEHOLDID-INT TO WS-TP-NUMBER
050600     ELSE
050700         MOVE 'C'                 TO WS-TP-TYPE
050800         MOVE DB2-CUSTOMERNUM-INT TO WS-TP-NUMBER
050900     END-IF.
051000 2250-EXIT.
051100     EXIT.
051200*****************************************************************
051300*    2300-ADD-TO-GROUP - ONE FETCHED ROW.  A NEW LINK VALUE      *
051400*    CLOSES THE GROUP BEFORE IT; THE SAME CLAIM ARRIVING TWICE   *
051500*    ON ONE VALUE (MOBILE AND HOME THE SAME NUMBER, TWO PAYEE    *
051600*    LINES TO ONE ACCOUNT) IS HELD ONCE                          *
051700*****************************************************************
051800 2300-ADD-TO-GROUP.
051900     IF DB2-LINKTYPE  NOT EQUAL WS-CL-TYPE OR
052000        DB2-LINKVALUE NOT EQUAL WS-CL-VALUE
052100         PERFORM 2400-END-GROUP THRU 2400-EXIT
052200         PERFORM 2200-START-GROUP THRU 2200-EXIT
052300     END-IF.
052400     PERFORM 2250-SET-PARTY THRU 2250-EXIT.
052500     IF WS-THIS-PARTY NOT EQUAL WS-FIRST-PARTY
052600         MOVE 'Y' TO WS-MULTI-PARTY-SWITCH
052700     END-IF.
052800     IF WS-GROUP-COUNT GREATER THAN ZERO
052900         IF WS-GR-CLAIMNUM(WS-GROUP-COUNT) EQUAL DB2-CLAIMNUM-INT
053000             GO TO 2300-FETCH-NEXT
053100         END-IF
053200     END-IF.
053300     IF WS-GROUP-COUNT NOT LESS THAN WS-MAX-GROUP
053400         MOVE 'Y' TO WS-GROUP-FULL-SWITCH
053500         GO TO 2300-FETCH-NEXT
053600     END-IF.
053700     ADD 1 TO WS-GROUP-COUNT.
053800     MOVE DB2-CLAIMNUM-INT    TO WS-GR-CLAIMNUM(WS-GROUP-COUNT).
053900     MOVE DB2-CUSTOMERNUM-INT
054000       TO WS-GR-CUSTOMERNUM(WS-GROUP-COUNT).
054100 2300-FETCH-NEXT.
054200     PERFORM 2100-FETCH-LINK THRU 2100-EXIT.
054300 2300-EXIT.
054400     EXIT.
054500*****************************************************************
054600*    2400-END-GROUP - A VALUE SHARED ACROSS PARTIES JOINS EVERY  *
054700*    CLAIM ON IT TO THE NETWORK OF THE FIRST                     *
054800*****************************************************************
054900 2400-END-GROUP.
055000     IF NOT WS-MULTI-PARTY
055100         GO TO 2400-EXIT
055200     END-IF.
055300     IF WS-GROUP-FULL
055400         ADD 1 TO WS-COMMON-LINK-COUNT
055500         GO TO 2400-EXIT
055600     END-IF.
055700     ADD 1 TO WS-SHARED-LINK-COUNT.
055800     MOVE 0 TO WS-FIRST-MX.
055900     PERFORM 2500-JOIN-CLAIM THRU 2500-EXIT
056000         VARYING WS-GX FROM 1 BY 1
056100         UNTIL WS-GX > WS-GROUP-COUNT.
056200 2400-EXIT.
056300     EXIT.
056400 2500-JOIN-CLAIM.
056500     MOVE WS-GR-CLAIMNUM(WS-GX)    TO WS-FIND-CLAIMNUM.
056600     MOVE WS-GR-CUSTOMERNUM(WS-GX) TO WS-FIND-CUSTOMERNUM.
056700     PERFORM 2600-FIND-MEMBER THRU 2600-EXIT.
056800     IF WS-FIND-MX EQUAL ZERO
056900         GO TO 2500-EXIT
057000     END-IF.
057100     PERFORM 2550-FLAG-LINK THRU 2550-EXIT
057200         VARYING WS-LX FROM 1 BY 1
057300         UNTIL WS-LX > 5.
057400     PERFORM 2700-FIND-ROOT THRU 2700-EXIT.
057500     IF WS-FIRST-MX EQUAL ZERO
057600         MOVE WS-ROOT-MX TO WS-FIRST-MX
057700         GO TO 2500-EXIT
057800     END-IF.
057900     MOVE WS-ROOT-MX TO WS-OTHER-ROOT-MX.
058000     MOVE WS-FIRST-MX TO WS-FIND-MX.
058100     PERFORM 2700-FIND-ROOT THRU 2700-EXIT.
058200     IF WS-OTHER-ROOT-MX NOT EQUAL WS-ROOT-MX
058300         MOVE WS-ROOT-MX TO WS-MB-PARENT(WS-OTHER-ROOT-MX)
058400     END-IF.
058500 2500-EXIT.
058600     EXIT.
058700 2550-FLAG-LINK.
058800     IF WS-LINK-LETTER(WS-LX) EQUAL WS-CL-TYPE
058900         MOVE WS-CL-TYPE TO WS-MB-LINK-FLAG(WS-FIND-MX, WS-LX)
059000     END-IF.
059100 2550-EXIT.
059200     EXIT.
059300*****************************************************************
059400*    2600-FIND-MEMBER - THE CLAIM'S ENTRY, ADDED AS A NETWORK OF *
059500*    ITS OWN THE FIRST TIME IT IS LINKED.  A FULL TABLE LEAVES   *
059600*    THE CLAIM OUT AND SAYS SO ON THE REPORT                     *
059700*****************************************************************
059800 2600-FIND-MEMBER.
059900     MOVE 'N' TO WS-FOUND-SWITCH.
060000     PERFORM 2650-COMPARE-MEMBER THRU 2650-EXIT
060100         VARYING WS-MX FROM 1 BY 1
060200         UNTIL WS-MX > WS-MEMBER-COUNT OR WS-FOUND.
060300     IF WS-FOUND
060400         COMPUTE WS-FIND-MX = WS-MX - 1
060500         GO TO 2600-EXIT
060600     END-IF.
060700     IF WS-MEMBER-COUNT NOT LESS THAN WS-MAX-MEMBERS
060800         ADD 1 TO WS-UNLINKED-COUNT
060900         MOVE 0 TO WS-FIND-MX
061000         GO TO 2600-EXIT
061100     END-IF.
061200     ADD 1 TO WS-MEMBER-COUNT.
061300     MOVE WS-MEMBER-COUNT     TO WS-FIND-MX.
061400     MOVE WS-FIND-CLAIMNUM    TO WS-MB-CLAIMNUM(WS-FIND-MX).
061500     MOVE WS-FIND-CUSTOMERNUM TO WS-MB-CUSTOMERNUM(WS-FIND-MX).
061600     MOVE WS-FIND-MX          TO WS-MB-PARENT(WS-FIND-MX).
061700     MOVE 0                   TO WS-MB-NETWORK(WS-FIND-MX).
061800     MOVE SPACES              TO WS-MB-LINKS(WS-FIND-MX).
061900 2600-EXIT.
062000     EXIT.
062100 2650-COMPARE-MEMBER.
062200     IF WS-MB-CLAIMNUM(WS-MX) EQUAL WS-FIND-CLAIMNUM
062300         MOVE 'Y' TO WS-FOUND-SWITCH
062400     END-IF.
062500 2650-EXIT.
062600     EXIT.
062700*****************************************************************
062800*    2700-FIND-ROOT - FOLLOW THE ENTRY UP TO THE ROOT OF ITS     *
062900*    NETWORK, THEN POINT THE ENTRY STRAIGHT AT THE ROOT SO THE   *
063000*    NEXT CLIMB IS SHORT                                         *
063100*****************************************************************
063200 2700-FIND-ROOT.
063300     MOVE WS-FIND-MX TO WS-ROOT-MX.
063400     PERFORM 2750-CLIMB THRU 2750-EXIT
063500         UNTIL WS-MB-PARENT(WS-ROOT-MX) EQUAL WS-ROOT-MX.
063600     MOVE WS-ROOT-MX TO WS-MB-PARENT(WS-FIND-MX).
063700 2700-EXIT.
063800     EXIT.
063900 2750-CLIMB.
064000     MOVE WS-MB-PARENT(WS-ROOT-MX) TO WS-ROOT-MX.
064100 2750-EXIT.
064200     EXIT.
064300*****************************************************************
064400*    3000-SCORE-NETWORKS - NUMBER THE NETWORKS, READ EACH MEMBER *
064500*    CLAIM AND ROLL IT INTO ITS NETWORK, THEN SCORE THEM         *
064600*****************************************************************
064700 3000-SCORE-NETWORKS.
064800     PERFORM 3100-ROLL-MEMBER THRU 3100-EXIT
064900         VARYING WS-MX FROM 1 BY 1
065000         UNTIL WS-MX > WS-MEMBER-COUNT.
065100     PERFORM 3300-SCORE-ONE THRU 3300-EXIT
065200         VARYING WS-NX FROM 1 BY 1
065300         UNTIL WS-NX > WS-NETWORK-COUNT.
065400 3000-EXIT.
065500     EXIT.
065600 3100-ROLL-MEMBER.
065700     MOVE WS-MX TO WS-FIND-MX.
065800     PERFORM 2700-FIND-ROOT THRU 2700-EXIT.
065900     IF WS-MB-NETWORK(WS-ROOT-MX) EQUAL ZERO
066000         IF WS-NETWORK-COUNT NOT LESS THAN WS-MAX-NETWORKS
066100             ADD 1 TO WS-UNLINKED-COUNT
066200             GO TO 3100-EXIT
066300         END-IF
066400         ADD 1 TO WS-NETWORK-COUNT
066500         MOVE WS-NETWORK-COUNT TO WS-MB-NETWORK(WS-ROOT-MX)
066600         MOVE 0      TO WS-NW-CLAIMS(WS-NETWORK-COUNT)
066700         MOVE 0      TO WS-NW-CUSTOMERS(WS-NETWORK-COUNT)
066800         MOVE 0      TO WS-NW-VALUE(WS-NETWORK-COUNT)
066900         MOVE 99999  TO WS-NW-MIN-AGE(WS-NETWORK-COUNT)
067000         MOVE SPACES TO WS-NW-LATEST(WS-NETWORK-COUNT)
067100         MOVE SPACES TO WS-NW-LINKS(WS-NETWORK-COUNT)
067200         MOVE 0      TO WS-NW-SCORE(WS-NETWORK-COUNT)
067300     END-IF.
067400     MOVE WS-MB-NETWORK(WS-ROOT-MX) TO WS-NX.
067500     MOVE WS-NX TO WS-MB-NETWORK(WS-MX).
067600     MOVE WS-MB-CLAIMNUM(WS-MX) TO DB2-CLAIMNUM-INT.
067700     EXEC SQL
067800         SELECT POLICYNUMBER, AMOUNT, CLAIMDATE, STATUS,
067900                :WS-RUN-DAYS - DAYS(DATE(CLAIMDATE))
068000           INTO :DB2-POLICYNUM-INT, :DB2-CLAIMAMOUNT,
068100                :DB2-CLAIMDATE, :DB2-CLAIMSTATUS,
068200                :DB2-AGE-DAYS
068300           FROM CLAIM
068400          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
068500     END-EXEC.
068600     IF SQLCODE NOT EQUAL 0
068700         DISPLAY 'LGFRNW01 - CLAIM SELECT, SQLCODE=' SQLCODE
068800                 ' CLAIM=' WS-MB-CLAIMNUM(WS-MX)
068900         GO TO 9999-EXIT
069000     END-IF.
069100     MOVE DB2-POLICYNUM-INT TO WS-MB-POLICYNUM(WS-MX).
069200     MOVE DB2-CLAIMAMOUNT   TO WS-MB-AMOUNT(WS-MX).
069300     MOVE DB2-CLAIMDATE     TO WS-MB-CLAIMDATE(WS-MX).
069400     MOVE DB2-CLAIMSTATUS   TO WS-MB-STATUS(WS-MX).
069500     MOVE DB2-AGE-DAYS      TO WS-MB-AGE-DAYS(WS-MX).
069600     ADD 1 TO WS-NW-CLAIMS(WS-NX).
069700     ADD DB2-CLAIMAMOUNT TO WS-NW-VALUE(WS-NX).
069800     IF DB2-AGE-DAYS LESS THAN WS-NW-MIN-AGE(WS-NX)
069900         MOVE DB2-AGE-DAYS  TO WS-NW-MIN-AGE(WS-NX)
070000         MOVE DB2-CLAIMDATE TO WS-NW-LATEST(WS-NX)
070100     END-IF.
070200     PERFORM 3150-MERGE-LINKS THRU 3150-EXIT
070300         VARYING WS-LX FROM 1 BY 1
070400         UNTIL WS-LX > 5.
070500*    A CUSTOMER IS COUNTED ONCE HOWEVER MANY OF THE NETWORK'S
070600*    CLAIMS ARE THEIRS
070700     MOVE 'N' TO WS-FOUND-SWITCH.
070800     PERFORM 3200-SAME-CUSTOMER THRU 3200-EXIT
070900         VARYING WS-MY FROM 1 BY 1
071000         UNTIL WS-MY NOT LESS THAN WS-MX OR WS-FOUND.
071100     IF NOT WS-FOUND
071200         ADD 1 TO WS-NW-CUSTOMERS(WS-NX)
071300     END-IF.
071400 3100-EXIT.
071500     EXIT.
071600 3150-MERGE-LINKS.
071700     IF WS-MB-LINK-FLAG(WS-MX, WS-LX) NOT EQUAL SPACE
071800         MOVE WS-MB-LINK-FLAG(WS-MX, WS-LX)
071900           TO WS-NW-LINK-FLAG(WS-NX, WS-LX)
072000     END-IF.
072100 3150-EXIT.
072200     EXIT.
072300 3200-SAME-CUSTOMER.
072400     IF WS-MB-NETWORK(WS-MY) EQUAL WS-NX AND
072500        WS-MB-CUSTOMERNUM(WS-MY) EQUAL WS-MB-CUSTOMERNUM(WS-MX)
072600         MOVE 'Y' TO WS-FOUND-SWITCH
072700     END-IF.
072800 3200-EXIT.
072900     EXIT.
073000 3300-SCORE-ONE.
073100     COMPUTE WS-SIZE-POINTS =
073200             WS-NW-CUSTOMERS(WS-NX) * WS-CUSTOMER-POINTS.
073300     IF WS-SIZE-POINTS GREATER THAN WS-CUSTOMER-POINTS-MAX
073400         MOVE WS-CUSTOMER-POINTS-MAX TO WS-SIZE-POINTS
073500     END-IF.
073600     COMPUTE WS-VALUE-POINTS = WS-NW-VALUE(WS-NX) / WS-VALUE-UNIT.
073700     IF WS-VALUE-POINTS GREATER THAN WS-VALUE-POINTS-MAX
073800         MOVE WS-VALUE-POINTS-MAX TO WS-VALUE-POINTS
073900     END-IF.
074000     IF WS-VALUE-POINTS LESS THAN ZERO
074100         MOVE 0 TO WS-VALUE-POINTS
074200     END-IF.
074300     COMPUTE WS-NW-SCORE(WS-NX) =
074400             WS-SIZE-POINTS + WS-VALUE-POINTS.
074500     IF WS-NW-MIN-AGE(WS-NX) LESS THAN WS-RECENT-DAYS
074600         ADD WS-RECENT-POINTS TO WS-NW-SCORE(WS-NX)
074700     ELSE
074800         IF WS-NW-MIN-AGE(WS-NX) LESS THAN WS-YEAR-DAYS
074900             ADD WS-YEAR-POINTS TO WS-NW-SCORE(WS-NX)
075000         END-IF
075100     END-IF.
075200 3300-EXIT.
075300     EXIT.
075400*****************************************************************
075500*    4000-RAISE-NETWORK - A NETWORK AT OR OVER THE THRESHOLD IS  *
075600*    RECORDED AND REFERRED.  ONE WHOSE CLAIMS ARE ALL ON AN      *
075700*    EARLIER NETWORK IS ALREADY WITH THE INVESTIGATORS; ONE THAT *
075800*    HAS GAINED A CLAIM IS RAISED AGAIN WHOLE, SO THE CASE SEES  *
075900*    THE NETWORK AS IT NOW STANDS                                *
076000*****************************************************************
076100 4000-RAISE-NETWORK.
076200     IF WS-NW-SCORE(WS-NX) LESS THAN WS-REFER-THRESHOLD
076300         ADD 1 TO WS-BELOW-COUNT
076400         GO TO 4000-EXIT
076500     END-IF.
076600     MOVE 0 TO WS-NEW-MEMBER-COUNT.
076700     PERFORM 4100-CHECK-KNOWN THRU 4100-EXIT
076800         VARYING WS-MX FROM 1 BY 1
076900         UNTIL WS-MX > WS-MEMBER-COUNT.
077000     IF WS-NEW-MEMBER-COUNT EQUAL ZERO
077100         ADD 1 TO WS-KNOWN-COUNT
077200         GO TO 4000-EXIT
077300     END-IF.
077400     EXEC SQL
077500         SELECT COALESCE(MAX(NETWORKID), 0) + 1
077600           INTO :DB2-NETWORKID-INT
077700           FROM FRAUDNETWORK
077800     END-EXEC.
077900     IF SQLCODE NOT EQUAL 0
078000         DISPLAY 'LGFRNW01 - NETWORK ID, SQLCODE=' SQLCODE
078100         GO TO 9999-EXIT
078200     END-IF.
078300     MOVE WS-NW-SCORE(WS-NX)     TO DB2-SCORE-SINT.
078400     MOVE WS-NW-CLAIMS(WS-NX)    TO DB2-CLAIMS-SINT.
078500     MOVE WS-NW-CUSTOMERS(WS-NX) TO DB2-CUSTOMERS-SINT.
078600     MOVE WS-NW-VALUE(WS-NX)     TO DB2-VALUE.
078700     EXEC SQL
078800         INSERT INTO FRAUDNETWORK
078900                   ( NETWORKID,
079000                     SCORE,
079100                     CLAIMCOUNT,
079200                     CUSTOMERCOUNT,
079300                     TOTALVALUE,
079400                     LATESTCLAIMDATE,
079500                     LINKTYPES,
079600                     STATUS,
079700                     RAISEDDATE )
079800            VALUES ( :DB2-NETWORKID-INT,
079900                     :DB2-SCORE-SINT,
080000                     :DB2-CLAIMS-SINT,
080100                     :DB2-CUSTOMERS-SINT,
080200                     :DB2-VALUE,
080300                     :WS-NW-LATEST(WS-NX),
080400                     :WS-NW-LINKS(WS-NX),
080500                     'O',
080600                     :WS-RUNDATE-ISO )
080700     END-EXEC.
080800     IF SQLCODE NOT EQUAL 0
080900         DISPLAY 'LGFRNW01 - NETWORK INSERT, SQLCODE=' SQLCODE
081000         GO TO 9999-EXIT
081100     END-IF.
081200     ADD 1 TO WS-RAISED-COUNT.
081300     MOVE DB2-NETWORKID-INT      TO NW-N-NETWORKID.
081400     MOVE WS-NW-SCORE(WS-NX)     TO NW-N-SCORE.
081500     MOVE WS-NW-CLAIMS(WS-NX)    TO NW-N-CLAIMS.
081600     MOVE WS-NW-CUSTOMERS(WS-NX) TO NW-N-CUSTOMERS.
081700     MOVE WS-NW-VALUE(WS-NX)     TO NW-N-VALUE.
081800     MOVE WS-NW-LATEST(WS-NX)    TO NW-N-LATEST.
081900     MOVE WS-NW-LINKS(WS-NX)     TO NW-N-LINKS.
082000     MOVE SPACES TO NW-REPORT-LINE.
082100     WRITE NW-REPORT-LINE.
082200     WRITE NW-REPORT-LINE FROM NW-NETWORK-LINE.
082300     MOVE DB2-NETWORKID-INT      TO WS-FR-NETWORKID.
082400     MOVE WS-NW-SCORE(WS-NX)     TO WS-FR-SCORE.
082500     PERFORM 4200-RECORD-MEMBER THRU 4200-EXIT
082600         VARYING WS-MX FROM 1 BY 1
082700         UNTIL WS-MX > WS-MEMBER-COUNT.
082800 4000-EXIT.
082900     EXIT.
083000 4100-CHECK-KNOWN.
083100     IF WS-MB-NETWORK(WS-MX) NOT EQUAL WS-NX
083200         GO TO 4100-EXIT
083300     END-IF.
083400     MOVE WS-MB-CLAIMNUM(WS-MX) TO DB2-CLAIMNUM-INT.
083500     EXEC SQL
083600         SELECT COUNT(*)
083700           INTO :DB2-FOUND-COUNT
083800           FROM FRAUDNETWORKCLAIM
083900          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
084000     END-EXEC.
084100     IF SQLCODE NOT EQUAL 0
084200         DISPLAY 'LGFRNW01 - MEMBER COUNT, SQLCODE=' SQLCODE
084300         GO TO 9999-EXIT
084400     END-IF.
084500     IF DB2-FOUND-COUNT EQUAL ZERO
084600         ADD 1 TO WS-NEW-MEMBER-COUNT
084700     END-IF.
084800 4100-EXIT.
084900     EXIT.
085000*****************************************************************
085100*    4200-RECORD-MEMBER - LIST THE CLAIM ON THE NETWORK AND PUT  *
085200*    IT ON THE WORKQUEUE.  A CLAIM ALREADY REFERRED KEEPS ITS    *
085300*    FIRST REFERRAL; A NEWLY REFERRED OPEN CLAIM IS HELD AT      *
085400*    REFERRAL STATUS 'R' AS THE REGISTRATION SCREEN WOULD HAVE   *
085500*    HELD IT, UNTIL THE INVESTIGATION OUTCOME RELEASES IT        *
085600*****************************************************************
085700 4200-RECORD-MEMBER.
085800     IF WS-MB-NETWORK(WS-MX) NOT EQUAL WS-NX
085900         GO TO 4200-EXIT
086000     END-IF.
086100     MOVE WS-MB-CLAIMNUM(WS-MX)    TO DB2-CLAIMNUM-INT.
086200     MOVE WS-MB-CUSTOMERNUM(WS-MX) TO DB2-CUSTOMERNUM-INT.
086300     MOVE WS-MB-POLICYNUM(WS-MX)   TO DB2-POLICYNUM-INT.
086400     MOVE WS-MB-AMOUNT(WS-MX)      TO DB2-CLAIMAMOUNT.
086500     EXEC SQL
086600         INSERT INTO FRAUDNETWORKCLAIM
086700                   ( NETWORKID,
086800                     CLAIMNUMBER,
086900                     CUSTOMERNUMBER,
087000                     POLICYNUMBER,
087100                     CLAIMAMOUNT,
087200                     LINKTYPES )
087300            VALUES ( :DB2-NETWORKID-INT,
087400                     :DB2-CLAIMNUM-INT,
087500                     :DB2-CUSTOMERNUM-INT,
087600                     :DB2-POLICYNUM-INT,
087700                     :DB2-CLAIMAMOUNT,
087800                     :WS-MB-LINKS(WS-MX) )
087900     END-EXEC.
088000     IF SQLCODE NOT EQUAL 0
088100         DISPLAY 'LGFRNW01 - MEMBER INSERT, SQLCODE=' SQLCODE
088200         GO TO 9999-EXIT
088300     END-IF.
088400     MOVE WS-MB-CLAIMNUM(WS-MX)    TO NW-M-CLAIMNUM.
088500     MOVE WS-MB-CUSTOMERNUM(WS-MX) TO NW-M-CUSTOMERNUM.
088600     MOVE WS-MB-POLICYNUM(WS-MX)   TO NW-M-POLICYNUM.
088700     MOVE WS-MB-CLAIMDATE(WS-MX)   TO NW-M-CLAIMDATE.
088800     MOVE WS-MB-AMOUNT(WS-MX)      TO NW-M-AMOUNT.
088900     MOVE WS-MB-LINKS(WS-MX)       TO NW-M-LINKS.
089000     EXEC SQL
089100         SELECT COUNT(*)
089200           INTO :DB2-FOUND-COUNT
089300           FROM CLAIMREFERRAL
089400          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
089500     END-EXEC.
089600     IF SQLCODE NOT EQUAL 0
089700         DISPLAY 'LGFRNW01 - REFERRAL COUNT, SQLCODE=' SQLCODE
089800         GO TO 9999-EXIT
089900     END-IF.
090000     IF DB2-FOUND-COUNT GREATER THAN ZERO
090100         MOVE 'ALREADY REFERRED' TO NW-M-ACTION
090200         GO TO 4200-WRITE
090300     END-IF.
090400     EXEC SQL
090500         INSERT INTO CLAIMREFERRAL
090600                   ( CLAIMNUMBER,
090700                     POLICYNUMBER,
090800                     INDICATORCODE,
090900                     INDICATORREASON,
091000                     REFERRALTIME )
091100            VALUES ( :DB2-CLAIMNUM-INT,
091200                     :DB2-POLICYNUM-INT,
091300                     :WS-FRAUD-INDICATOR,
091400                     :WS-FRAUD-REASON,
091500                     CURRENT TIMESTAMP )
091600     END-EXEC.
091700     IF SQLCODE NOT EQUAL 0
091800         DISPLAY 'LGFRNW01 - REFERRAL INSERT, SQLCODE=' SQLCODE
091900         GO TO 9999-EXIT
092000     END-IF.
092100     ADD 1 TO WS-REFERRED-COUNT.
092200     MOVE 'REFERRED' TO NW-M-ACTION.
092300     IF WS-MB-STATUS(WS-MX) NOT EQUAL 'O'
092400         GO TO 4200-WRITE
092500     END-IF.
092600     EXEC SQL
092700         UPDATE CLAIM
092800            SET STATUS      = 'R',
092900                LASTCHANGED = CURRENT TIMESTAMP
093000          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
093100            AND STATUS      = 'O'
093200     END-EXEC.
093300     EVALUATE SQLCODE
093400         WHEN 0
093500             ADD 1 TO WS-HELD-COUNT
093600             MOVE 'REFERRED AND HELD' TO NW-M-ACTION
093700         WHEN 100
093800             CONTINUE
093900         WHEN OTHER
094000             DISPLAY 'LGFRNW01 - CLAIM HOLD, SQLCODE=' SQLCODE
094100             GO TO 9999-EXIT
094200     END-EVALUATE.
094300 4200-WRITE.
094400     WRITE NW-REPORT-LINE FROM NW-MEMBER-LINE.
094500 4200-EXIT.
094600     EXIT.
094700*****************************************************************
094800*    8000-FINALIZE - RUN COUNTS                                *
094900*****************************************************************
095000 8000-FINALIZE.
095100     MOVE SPACES TO NW-REPORT-LINE.
095200     WRITE NW-REPORT-LINE.
095300     MOVE 'LINK VALUES READ' TO NW-S-LABEL.
095400     MOVE WS-LINK-ROW-COUNT TO NW-S-COUNT.
095500     WRITE NW-REPORT-LINE FROM NW-SUMMARY-LINE.
095600     MOVE 'LINK VALUES SHARED ACROSS CUSTOMERS' TO NW-S-LABEL.
095700     MOVE WS-SHARED-LINK-COUNT TO NW-S-COUNT.
095800     WRITE NW-REPORT-LINE FROM NW-SUMMARY-LINE.
095900     MOVE 'LINK VALUES TOO COMMON TO FOLLOW' TO NW-S-LABEL.
096000     MOVE WS-COMMON-LINK-COUNT TO NW-S-COUNT.
096100     WRITE NW-REPORT-LINE FROM NW-SUMMARY-LINE.
096200     MOVE 'LINKED CLAIMS' TO NW-S-LABEL.
096300     MOVE WS-MEMBER-COUNT TO NW-S-COUNT.
096400     WRITE NW-REPORT-LINE FROM NW-SUMMARY-LINE.
096500     MOVE 'LINKED CLAIMS NOT HELD - TABLE FULL' TO NW-S-LABEL.
096600     MOVE WS-UNLINKED-COUNT TO NW-S-COUNT.
096700     WRITE NW-REPORT-LINE FROM NW-SUMMARY-LINE.
096800     MOVE 'NETWORKS FOUND' TO NW-S-LABEL.
096900     MOVE WS-NETWORK-COUNT TO NW-S-COUNT.
097000     WRITE NW-REPORT-LINE FROM NW-SUMMARY-LINE.
097100     MOVE 'NETWORKS BELOW THRESHOLD' TO NW-S-LABEL.
097200     MOVE WS-BELOW-COUNT TO NW-S-COUNT.
097300     WRITE NW-REPORT-LINE FROM NW-SUMMARY-LINE.
097400     MOVE 'NETWORKS ALREADY UNDER INVESTIGATION' TO NW-S-LABEL.
097500     MOVE WS-KNOWN-COUNT TO NW-S-COUNT.
097600     WRITE NW-REPORT-LINE FROM NW-SUMMARY-LINE.
097700     MOVE 'NETWORKS RAISED' TO NW-S-LABEL.
097800     MOVE WS-RAISED-COUNT TO NW-S-COUNT.
097900     WRITE NW-REPORT-LINE FROM NW-SUMMARY-LINE.
098000     MOVE 'CLAIMS REFERRED' TO NW-S-LABEL.
098100     MOVE WS-REFERRED-COUNT TO NW-S-COUNT.
098200     WRITE NW-REPORT-LINE FROM NW-SUMMARY-LINE.
098300     MOVE 'OPEN CLAIMS HELD FOR INVESTIGATION' TO NW-S-LABEL.
098400     MOVE WS-HELD-COUNT TO NW-S-COUNT.
098500     WRITE NW-REPORT-LINE FROM NW-SUMMARY-LINE.
098600     CLOSE NETWORK-REPORT-FILE.
098700     MOVE WS-RAISED-COUNT TO RCTL-RECORD-COUNT.
098800     MOVE 'E' TO RCTL-ACTION
098900     CALL 'LGRCTL01' USING RCTL-REQUEST.
099000 8000-EXIT.
099100     EXIT.
099200*****************************************************************
099300*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
099400*****************************************************************
099500 9999-EXIT.
099600     STOP RUN.
