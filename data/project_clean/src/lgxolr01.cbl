000706                 EVENT START, RECORDS THE RECOVERABLE IN
000707                 XLRECOVERY AND PRINTS THE STATEMENT FOR THE
000708                 REINSURER.  RERUNS REPLACE AN EVENT'S ROW.
000709                 INCIDENTS OUTSIDE ANY EVENT ARE THEN TREATED AS
000710                 LOSS OCCURRENCES IN THEIR OWN RIGHT: ONE
000711                 RETENTION FOR THE WHOLE INCIDENT WHERE THE
000712                 POLICY WORDING SAYS SO, OTHERWISE ONE PER CLAIM,
000713                 BOOKED UNDER AN 'I' CODE CARRYING THE NUMBER.
000800*****************************************************************
000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001100*    09/02/26  LGIT   INITIAL VERSION                           *
001125*    10/15/26  LGIT   INCIDENT RECOVERIES - ONE RETENTION PER    *
001150*                     INCIDENT ON WORDINGS TAKING THE INCIDENT   *
001175*                     BASIS, ONE PER CLAIM OTHERWISE             *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
002900     88  WS-XOLRPT-OK                      VALUE '00'.
003000 77  WS-EVT-EOF-SWITCH           PIC X(01) VALUE 'N'.
003100     88  WS-EVT-EOF                        VALUE 'Y'.
003133 77  WS-INC-EOF-SWITCH           PIC X(01) VALUE 'N'.
003166     88  WS-INC-EOF                        VALUE 'Y'.
003200 77  WS-TOTAL-RECOVERABLE        PIC S9(13)V99 COMP-3 VALUE +0.
003300 01  WS-RECOVERABLE              PIC S9(13)V99 COMP-3 VALUE +0.
003400 01  WS-CAPPED-COST              PIC S9(13)V99 COMP-3 VALUE +0.
004300 01  DB2-REINSURERCODE           PIC X(08).
004400 01  DB2-ATTACHMENT              PIC S9(13)V99 COMP-3.
004500 01  DB2-LIMIT                   PIC S9(13)V99 COMP-3.
004507*****************************************************************
004514*    INCIDENT OCCURRENCE - THE XLRECOVERY KEY IS 'I' AND THE     *
004521*    INCIDENT NUMBER; ON THE CLAIM-BY-CLAIM BASIS THE RETENTION  *
004528*    RECORDED IS THE SUM OF THE RETENTIONS THE CLAIMS BORE       *
004535*****************************************************************
004542 01  DB2-INC-NUM-INT             PIC S9(9) COMP.
004550 01  DB2-INC-DATE                PIC X(10).
004557 01  DB2-INC-BASIS               PIC X(01).
004564 01  DB2-INC-CLAIMS              PIC S9(9) COMP.
004571 01  WS-INC-RETENTION            PIC S9(13)V99 COMP-3 VALUE +0.
004578 01  WS-INC-CODE.
004585     05  FILLER                  PIC X(01) VALUE 'I'.
004592     05  WS-INC-CODE-NUM         PIC 9(07).
004600*****************************************************************
004700*    REPORT LINE LAYOUTS                                       *
004800*****************************************************************
008000         'TOTAL RECOVERABLE'.
008100     05  XR-T-RECOVER            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
008200     05  FILLER                  PIC X(86) VALUE SPACES.
008220 01  XR-INC-HEADING.
008240     05  FILLER                  PIC X(60) VALUE
008260         'INCIDENTS OUTSIDE ANY CATASTROPHE EVENT'.
008280     05  FILLER                  PIC X(73) VALUE SPACES.
008300     EXEC SQL
008400         INCLUDE SQLCA
008500     END-EXEC.
009000             FROM CATEVENT
009100            ORDER BY EVENTCODE
009200     END-EXEC.
009205*    INCIDENTS WITH AT LEAST ONE CLAIM NOT ALREADY RECOVERED     *
009210*    UNDER A CATASTROPHE EVENT, WITH THE EXCESS BASIS OF THE     *
009215*    WORDING THE POLICY HOLDS                                    *
009220     EXEC SQL
009225         DECLARE INCIDENT-ROW CURSOR FOR
009230           SELECT I.INCIDENTNUMBER, CHAR(I.INCIDENTDATE, ISO),
009235                  COALESCE(W.INCIDENTBASIS, 'N')
009240             FROM INCIDENT I
009245                  INNER JOIN POLICY P
009250                    ON P.POLICYNUMBER = I.POLICYNUMBER
009255                  LEFT OUTER JOIN WORDINGEDITION W
009260                    ON W.POLICYTYPE  = P.POLICYTYPE
009265                   AND W.EDITIONCODE = P.WORDINGEDITION
009270            WHERE EXISTS
009275                  ( SELECT 1 FROM CLAIM C
009280                     WHERE C.INCIDENTNUMBER = I.INCIDENTNUMBER
009285                       AND COALESCE(C.CATEVENTCODE, ' ') = ' ' )
009290            ORDER BY I.INCIDENTNUMBER
009295     END-EXEC.
009300 LINKAGE SECTION.
009400 PROCEDURE DIVISION.
009500*****************************************************************
009900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010000     PERFORM 2000-EVENT-RECOVERY THRU 2000-EXIT
010100         UNTIL WS-EVT-EOF.
010125     PERFORM 4000-OPEN-INCIDENTS THRU 4000-EXIT.
010150     PERFORM 5000-INCIDENT-RECOVERY THRU 5000-EXIT
010175         UNTIL WS-INC-EOF.
010200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
010300     GO TO 9999-EXIT.
010400 0000-MAINLINE-EXIT.
024500     END-EVALUATE.
024600 3000-EXIT.
024700     EXIT.
024701*****************************************************************
024702*    4000-OPEN-INCIDENTS                                         *
024703*****************************************************************
024704 4000-OPEN-INCIDENTS.
024705     WRITE XR-REPORT-LINE FROM XR-INC-HEADING.
024706     EXEC SQL
024708         OPEN INCIDENT-ROW
024709     END-EXEC.
024710     IF SQLCODE NOT EQUAL 0
024711         DISPLAY 'LGXOLR01 - INCIDENT OPEN FAILED, SQLCODE='
024712                 SQLCODE
024713         GO TO 9999-EXIT
024715     END-IF.
024716     PERFORM 6000-FETCH-INCIDENT THRU 6000-EXIT.
024717 4000-EXIT.
024718     EXIT.
024719*****************************************************************
024720*    5000-INCIDENT-RECOVERY - THE INCIDENT'S CLAIMS OUTSIDE ANY  *
024722*    EVENT, UNDER THE TREATY IN FORCE ON THE INCIDENT DATE.  ON  *
024723*    THE INCIDENT BASIS THEIR COMBINED COST IS ONE OCCURRENCE    *
024724*    AND BEARS ONE RETENTION; OTHERWISE EACH CLAIM IS ITS OWN    *
024725*    OCCURRENCE AND BEARS THE RETENTION ITSELF                   *
024726*****************************************************************
024727 5000-INCIDENT-RECOVERY.
024729     EXEC SQL
024730         SELECT TREATYCODE, REINSURERCODE,
024731                ATTACHMENTPOINT, LIMITAMOUNT
024732           INTO :DB2-TREATYCODE, :DB2-REINSURERCODE,
024733                :DB2-ATTACHMENT, :DB2-LIMIT
024734           FROM XLTREATY
024736          WHERE INCEPTIONDATE <= :DB2-INC-DATE
024737            AND EXPIRYDATE    >= :DB2-INC-DATE
024738     END-EXEC.
024739     EVALUATE SQLCODE
024740         WHEN 0
024741             CONTINUE
024743         WHEN 100
024744             PERFORM 6000-FETCH-INCIDENT THRU 6000-EXIT
024745             GO TO 5000-EXIT
024746         WHEN OTHER
024747             DISPLAY 'LGXOLR01 - TREATY SELECT FAILED, SQLCODE='
024748                     SQLCODE
024750             GO TO 9999-EXIT
024751     END-EVALUATE.
024752     MOVE 0 TO DB2-EVENT-COST.
024753     MOVE 0 TO WS-RECOVERABLE.
024754     MOVE 0 TO DB2-INC-CLAIMS.
024755     IF DB2-INC-BASIS EQUAL 'Y'
024756         EXEC SQL
024758             SELECT COALESCE(SUM(COALESCE(SETTLEDAMOUNT, 0) +
024759                                 COALESCE(RESERVEAMOUNT, 0)), 0)
024760               INTO :DB2-EVENT-COST
024761               FROM CLAIM
024762              WHERE INCIDENTNUMBER = :DB2-INC-NUM-INT
024763                AND COALESCE(CATEVENTCODE, ' ') = ' '
024765         END-EXEC
024766     ELSE
024767         EXEC SQL
024768             SELECT COALESCE(SUM(COALESCE(SETTLEDAMOUNT, 0) +
024769                                 COALESCE(RESERVEAMOUNT, 0)), 0),
024770                    COALESCE(SUM(
024772                      CASE WHEN COALESCE(SETTLEDAMOUNT, 0) +
024773                                COALESCE(RESERVEAMOUNT, 0) >
024774                                :DB2-ATTACHMENT + :DB2-LIMIT
024775                           THEN :DB2-LIMIT
024776                           WHEN COALESCE(SETTLEDAMOUNT, 0) +
024777                                COALESCE(RESERVEAMOUNT, 0) >
024779                                :DB2-ATTACHMENT
024780                           THEN COALESCE(SETTLEDAMOUNT, 0) +
024781                                COALESCE(RESERVEAMOUNT, 0) -
024782                                :DB2-ATTACHMENT
024783                           ELSE 0 END), 0),
024784                    COUNT(*)
024786               INTO :DB2-EVENT-COST, :WS-RECOVERABLE,
024787                    :DB2-INC-CLAIMS
024788               FROM CLAIM
024789              WHERE INCIDENTNUMBER = :DB2-INC-NUM-INT
024790                AND COALESCE(CATEVENTCODE, ' ') = ' '
024791         END-EXEC
024793     END-IF.
024794     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
024795         DISPLAY 'LGXOLR01 - INCIDENT CLAIMS, SQLCODE='
024796                 SQLCODE
024797         GO TO 9999-EXIT
024798     END-IF.
024800     IF DB2-INC-BASIS EQUAL 'Y'
024801         MOVE DB2-ATTACHMENT TO WS-INC-RETENTION
024802         MOVE DB2-EVENT-COST TO WS-CAPPED-COST
024803         IF WS-CAPPED-COST GREATER THAN
024804            DB2-ATTACHMENT + DB2-LIMIT
024805             COMPUTE WS-CAPPED-COST =
024806                 DB2-ATTACHMENT + DB2-LIMIT
024808         END-IF
024809         COMPUTE WS-RECOVERABLE =
024810             WS-CAPPED-COST - DB2-ATTACHMENT
024811     ELSE
024812         COMPUTE WS-INC-RETENTION =
024813             DB2-ATTACHMENT * DB2-INC-CLAIMS
024815     END-IF.
024816     IF WS-RECOVERABLE NOT GREATER THAN ZERO
024817         PERFORM 6000-FETCH-INCIDENT THRU 6000-EXIT
024818         GO TO 5000-EXIT
024819     END-IF.
024820     MOVE DB2-INC-NUM-INT TO WS-INC-CODE-NUM.
024822     MOVE WS-INC-CODE     TO DB2-EVENTCODE.
024823     EXEC SQL
024824         DELETE FROM XLRECOVERY
024825          WHERE EVENTCODE = :DB2-EVENTCODE
024826     END-EXEC.
024827     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
024829         DISPLAY 'LGXOLR01 - RECOVERY DELETE, SQLCODE='
024830                 SQLCODE
024831         GO TO 9999-EXIT
024832     END-IF.
024833     EXEC SQL
024834         INSERT INTO XLRECOVERY
024836                   ( EVENTCODE,
024837                     TREATYCODE,
024838                     REINSURERCODE,
024839                     EVENTCOST,
024840                     ATTACHMENTPOINT,
024841                     LIMITAMOUNT,
024843                     RECOVERABLE,
024844                     CALCTIME )
024845            VALUES ( :DB2-EVENTCODE,
024846                     :DB2-TREATYCODE,
024847                     :DB2-REINSURERCODE,
024848                     :DB2-EVENT-COST,
024850                     :WS-INC-RETENTION,
024851                     :DB2-LIMIT,
024852                     :WS-RECOVERABLE,
024853                     CURRENT TIMESTAMP )
024854     END-EXEC.
024855     IF SQLCODE NOT EQUAL 0
024856         DISPLAY 'LGXOLR01 - RECOVERY INSERT, SQLCODE='
024858                 SQLCODE
024859         GO TO 9999-EXIT
024860     END-IF.
024861     MOVE DB2-EVENTCODE     TO XR-D-EVENT.
024862     MOVE DB2-TREATYCODE    TO XR-D-TREATY.
024863     MOVE DB2-REINSURERCODE TO XR-D-REINSURER.
024865     MOVE DB2-EVENT-COST    TO XR-D-COST.
024866     MOVE WS-INC-RETENTION  TO XR-D-ATTACH.
024867     MOVE WS-RECOVERABLE    TO XR-D-RECOVER.
024868     WRITE XR-REPORT-LINE FROM XR-DETAIL-LINE.
024869     ADD WS-RECOVERABLE TO WS-TOTAL-RECOVERABLE.
024870     PERFORM 6000-FETCH-INCIDENT THRU 6000-EXIT.
024872 5000-EXIT.
024873     EXIT.
024874*****************************************************************
024875*    6000-FETCH-INCIDENT                                         *
024876*****************************************************************
024877 6000-FETCH-INCIDENT.
024879     EXEC SQL
024880         FETCH INCIDENT-ROW
024881           INTO :DB2-INC-NUM-INT, :DB2-INC-DATE,
024882                :DB2-INC-BASIS
024883     END-EXEC.
024884     EVALUATE SQLCODE
024886         WHEN 0
024887             CONTINUE
024888         WHEN 100
024889             MOVE 'Y' TO WS-INC-EOF-SWITCH
024890         WHEN OTHER
024891             DISPLAY 'LGXOLR01 - INCIDENT FETCH ERROR, SQLCODE='
024893                     SQLCODE
024894             GO TO 9999-EXIT
024895     END-EVALUATE.
024896 6000-EXIT.
024897     EXIT.
024898*****************************************************************
024900*    8000-FINALIZE                                             *
025000*****************************************************************
025100 8000-FINALIZE.
025200     EXEC SQL
025300         CLOSE EVENT-ROW
025325     END-EXEC.
025350     EXEC SQL
025375         CLOSE INCIDENT-ROW
025400     END-EXEC.
025500     MOVE WS-TOTAL-RECOVERABLE TO XR-T-RECOVER.
025600     WRITE XR-REPORT-LINE FROM XR-TOTAL-LINE.
