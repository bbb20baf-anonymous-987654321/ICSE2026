001199*                    LASTKEYPROCESSED VALUE SURVIVES AN ABEND   *
001199*                    INSTEAD OF BEING BACKED OUT WITH THE REST  *
001199*                    OF THE UNCOMMITTED UNIT OF WORK            *
001219*    10/15/26  LGIT   REGISTERS WITH THE BATCH RUN-CONTROL       *
001239*                     (LGRCTL01) SO ITS DECLARED POLICY LOCK     *
001259*                     HOLDS OFF ONLINE UPDATES WHILE IT RUNS     *
001279*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
001500 SOURCE-COMPUTER.    IBM-370.
009900         'ARCHIVAL ERRORS'.
010000     05  AR-S-COUNT2             PIC ZZZ,ZZ9.
010100     05  FILLER                  PIC X(46) VALUE SPACES.
010150     COPY LGRCTL.
010200     EXEC SQL
010300         INCLUDE SQLCA
010400     END-EXEC.
012900 1000-INITIALIZE.
013000     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
013000     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
013010*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
013020*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
013030*    PROTECTION LIVE IN LGRCTL01
013040     MOVE 'S'        TO RCTL-ACTION
013050     MOVE WS-JOBNAME TO RCTL-JOBNAME
013060     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
013070     MOVE WS-CD-MM   TO RCTL-BD-MM
013080     MOVE WS-CD-DD   TO RCTL-BD-DD
013090     MOVE '-'        TO RCTL-BD-S1
013091     MOVE '-'        TO RCTL-BD-S2
013092     CALL 'LGRCTL01' USING RCTL-REQUEST
013093     IF RCTL-RC NOT EQUAL '00'
013094         DISPLAY 'LGARCH01 - RUN CONTROL REFUSED, RC='
013095                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
013096         GO TO 9999-EXIT
013097     END-IF.
013100     MOVE WS-CD-DD   TO WS-RD-DD
013200     MOVE WS-CD-MM   TO WS-RD-MM
013300     MOVE WS-CD-YYYY TO WS-RD-YYYY.
032800     MOVE WS-ERROR-COUNT   TO AR-S-COUNT2.
032900     WRITE AR-REPORT-LINE FROM AR-SUMMARY-LINE.
033000     CLOSE ARCHIVE-REPORT-FILE.
033010     MOVE 'E' TO RCTL-ACTION
033020     CALL 'LGRCTL01' USING RCTL-REQUEST.
033100 8000-EXIT.
033200     EXIT.
033300*****************************************************************
