000707                 ARE ARCHIVED TO THE FLAT ARCHIVE FILE AND
000708                 TRIMMED AT 180 DAYS; OPERATIONSLOG,
000709                 HELPDESKLOG AND COUNTERACTIONLOG ARE TRIMMED
000710                 AT A YEAR.  REQUESTTOKEN ROWS ARE PURGED
000711                 ONCE PAST THE LGIDEM01 REPLAY WINDOW.  ROWS
000712                 REMOVED ARE REPORTED PER TABLE.
000800*****************************************************************
000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001100*    09/02/26  LGIT   INITIAL VERSION                           *
001110*    09/02/26  LGIT   RETENTION DAYS NOW DRIVE THE PREDICATES  *
001120*                     FROM THE ONE SET OF POLICY CONSTANTS     *
001130*    10/15/26  LGIT   REQUEST TOKENS (REQUESTTOKEN) PURGED ONCE *
001140*                     PAST THE THREE-DAY REPLAY WINDOW          *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
005600 77  WS-TXNLOG-KEEP-DAYS         PIC S9(4) COMP VALUE +90.
005700 77  WS-ERRLOG-KEEP-DAYS         PIC S9(4) COMP VALUE +180.
005800 77  WS-OPSLOG-KEEP-DAYS         PIC S9(4) COMP VALUE +365.
005810*    REQUEST TOKENS ARE ONLY NEEDED FOR THE LGIDEM01 REPLAY
005820*    WINDOW (72 HOURS) THAT COVERS THE CHANNEL RETRY POLICIES
005830 77  WS-TOKEN-KEEP-DAYS          PIC S9(4) COMP VALUE +3.
005900*****************************************************************
006000*    DB2 ROWS AND COUNTS                                        *
006100*****************************************************************
033800*****************************************************************
033900*    5000-TRIM-OPERATIONAL - THE YEAR-RETENTION TABLES ARE       *
034000*    TRIMMED WITHOUT ARCHIVE; THE MORNING REVIEW ONLY EVER       *
034100*    LOOKS BACK DAYS, NOT YEARS.  SPENT REQUEST TOKENS GO HERE   *
034110*    TOO                                                         *
034200*****************************************************************
034300 5000-TRIM-OPERATIONAL.
034400     EXEC SQL
038900     MOVE WS-DELETED-COUNT  TO HK-T-DELETED.
039000     MOVE ZERO              TO HK-T-ARCHIVED.
039100     WRITE HK-REPORT-LINE FROM HK-TABLE-LINE.
039110     EXEC SQL
039120         DELETE FROM REQUESTTOKEN
039130          WHERE RECEIVEDTIME <
039140                CURRENT TIMESTAMP - :WS-TOKEN-KEEP-DAYS DAYS
039150     END-EXEC.
039160     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
039170         DISPLAY 'LGHKP01 - REQUESTTOKEN DELETE, SQLCODE='
039180                 SQLCODE
039190         GO TO 9999-EXIT
039191     END-IF.
039192     MOVE SQLERRD(3) TO WS-DELETED-COUNT.
039193     ADD WS-DELETED-COUNT TO WS-TOTAL-DELETED.
039194     MOVE 'REQUESTTOKEN   ' TO HK-T-TABLE.
039195     MOVE WS-DELETED-COUNT  TO HK-T-DELETED.
039196     MOVE ZERO              TO HK-T-ARCHIVED.
039197     WRITE HK-REPORT-LINE FROM HK-TABLE-LINE.
039200 5000-EXIT.
039300     EXIT.
039400*****************************************************************
