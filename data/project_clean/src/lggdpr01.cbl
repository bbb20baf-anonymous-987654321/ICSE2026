001160*                     CUSTOMER_SECURE ANONYMIZING UPDATES SO A   *
001170*                     FAILED ERASURE IS REPORTED AS AN ERROR     *
001180*                     RATHER THAN BEING CERTIFIED ANONYMIZED     *
001190*    10/15/26  LGIT   ALSO BLANK THE PASSWORD SALT AND HASH ON   *
001191*                     CUSTOMER_SECURE WHEN ANONYMIZING           *
001192*    10/15/26  LGIT   DELETE THE CUSTOMER'S STAFFACCESSLOG ROWS  *
001193*                     ONCE THE CUSTOMER IS ANONYMIZED            *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
004600 77  WS-PURGED-COUNT             PIC 9(07) COMP-3 VALUE 0.
004700 77  WS-NOTFOUND-COUNT           PIC 9(07) COMP-3 VALUE 0.
004750 77  WS-UPDATE-ERROR-COUNT       PIC 9(07) COMP-3 VALUE 0.
004760 77  WS-ACCESS-PURGE-SWITCH      PIC X(01) VALUE 'N'.
004770     88  WS-ACCESS-PURGE-FAILED             VALUE 'Y'.
004800*****************************************************************
004900*    RUN DATE                                                   *
005000*****************************************************************
017600           EXEC SQL
017700               UPDATE CUSTOMER_SECURE
017800                  SET customerPass    = :WS-ANON-PASSWORD,
017810                      passSalt        = ' ',
017820                      passHash        = ' ',
017900                      state_indicator = 'Y',
018000                      pass_changes    = 9999
018100                WHERE customerNumber = :DB2-CUSTOMERNUM-INT
018240             WRITE GR-REPORT-LINE FROM GR-DETAIL-LINE
018250                 ADD 1 TO WS-UPDATE-ERROR-COUNT
018260             ELSE
018270                 PERFORM 2100-PURGE-ACCESS-LOG THRU 2100-EXIT
018300                 MOVE GR-CUSTOMERNUMBER TO GR-D-CUSTOMERNUM
018310                 IF WS-ACCESS-PURGE-FAILED
018320                   MOVE 'ERROR - ACCESS LOG NOT PURGED'
018330                     TO GR-D-RESULT
018340                   ADD 1 TO WS-UPDATE-ERROR-COUNT
018350                 ELSE
018400                   MOVE 'ANONYMIZED' TO GR-D-RESULT
018600                   ADD 1 TO WS-PURGED-COUNT
018610                 END-IF
018620                 WRITE GR-REPORT-LINE FROM GR-DETAIL-LINE
018650             END-IF
018660         END-IF
018700     END-IF.
018800     PERFORM 3000-READ-REQUEST THRU 3000-EXIT.
018900 2000-EXIT.
019000     EXIT.
019010*****************************************************************
019020*    2100-PURGE-ACCESS-LOG - THE STAFF VIEWS OF AN ANONYMIZED    *
019030*    CUSTOMER GO WITH THEM; A CUSTOMER NEVER VIEWED HAS NO ROWS  *
019040*****************************************************************
019050 2100-PURGE-ACCESS-LOG.
019060     MOVE 'N' TO WS-ACCESS-PURGE-SWITCH.
019070     EXEC SQL
019080         DELETE FROM STAFFACCESSLOG
019090          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
019091     END-EXEC.
019092     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
019093         MOVE 'Y' TO WS-ACCESS-PURGE-SWITCH
019094     END-IF.
019095 2100-EXIT.
019096     EXIT.
019100*****************************************************************
019200*    3000-READ-REQUEST - NEXT CUSTOMERNUMBER TO PURGE            *
019300*****************************************************************
