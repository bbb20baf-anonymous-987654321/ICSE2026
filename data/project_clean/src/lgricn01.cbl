000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001100*    09/02/26  LGIT   INITIAL VERSION                           *
001110*    10/15/26  LGIT   SHOW EACH REINSURER'S OVERDUE RECEIVABLES *
001120*                     FROM THE LATEST LGRITA01 AGED POSITION    *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
003100     88  WS-DB2-EOF                        VALUE 'Y'.
003200 77  WS-REINSURER-COUNT          PIC 9(05) COMP-3 VALUE 0.
003300 77  WS-OVER-SHARE-COUNT         PIC 9(05) COMP-3 VALUE 0.
003310 77  WS-OVERDUE-COUNT            PIC 9(05) COMP-3 VALUE 0.
003400*****************************************************************
003500*    THE BOARD-SET CEILING ON ANY ONE REINSURER'S SHARE OF      *
003600*    OUTSTANDING RECOVERABLES                                   *
004600 01  DB2-RATING                  PIC X(03).
004700 01  DB2-REINS-STATUS            PIC X(01).
004800 01  DB2-RECOVERABLE             PIC S9(11)V99 COMP-3.
004810 01  DB2-OVERDUE                 PIC S9(11)V99 COMP-3.
004900 01  CN-HEADING-1.
005000     05  FILLER                  PIC X(53) VALUE
005100         'LG INSURANCE - REINSURER CONCENTRATION'.
005600     05  FILLER   PIC X(04) VALUE 'STS '.
005700     05  FILLER   PIC X(18) VALUE 'RECOVERABLE       '.
005800     05  FILLER   PIC X(08) VALUE 'SHARE%  '.
005810     05  FILLER   PIC X(21) VALUE SPACES.
005820     05  FILLER   PIC X(16) VALUE '         OVERDUE'.
005900     05  FILLER   PIC X(25) VALUE SPACES.
006000 01  CN-BAND-HEADER.
006100     05  FILLER                  PIC X(12) VALUE 'RATING BAND '.
006200     05  CN-B-RATING             PIC X(03).
007400     05  CN-D-SHARE              PIC ZZ9.99.
007500     05  FILLER                  PIC X(02) VALUE SPACES.
007600     05  CN-D-FLAG               PIC X(18) VALUE SPACES.
007610     05  FILLER                  PIC X(02) VALUE SPACES.
007620     05  CN-D-OVERDUE            PIC Z,ZZZ,ZZZ,ZZ9.99.
007700     05  FILLER                  PIC X(25) VALUE SPACES.
007800 01  CN-BAND-TOTAL-LINE.
007900     05  FILLER                  PIC X(44) VALUE
008000         '  RATING BAND TOTAL'.
009200     05  FILLER                  PIC X(05) VALUE ' OF '.
009300     05  CN-S2-TOTAL             PIC ZZZ,ZZ9.
009400     05  FILLER                  PIC X(77) VALUE SPACES.
009410 01  CN-SUMMARY-LINE-3.
009420     05  FILLER                  PIC X(37) VALUE
009430         'REINSURERS WITH OVERDUE RECEIVABLES'.
009440     05  CN-S3-COUNT             PIC ZZZ,ZZ9.
009450     05  FILLER                  PIC X(89) VALUE SPACES.
009500     EXEC SQL
009600         INCLUDE SQLCA
009700     END-EXEC.
018900         MOVE '*OVER BOARD SHARE*' TO CN-D-FLAG
019000         ADD 1 TO WS-OVER-SHARE-COUNT
019100     END-IF.
019110     PERFORM 2600-GET-OVERDUE THRU 2600-EXIT.
019120     MOVE DB2-OVERDUE TO CN-D-OVERDUE.
019200     WRITE CN-REPORT-LINE FROM CN-DETAIL-LINE.
019300     ADD 1               TO WS-REINSURER-COUNT.
019400     ADD DB2-RECOVERABLE TO WS-BAND-RECOVERABLE.
020100     MOVE 0 TO WS-BAND-RECOVERABLE.
020200 2500-EXIT.
020300     EXIT.
020310*****************************************************************
020320*    2600-GET-OVERDUE - WHAT THE REINSURER OWES PAST DUE AS AT   *
020330*    THE LAST TECHNICAL ACCOUNT RUN; NONE IF IT IS NOT LISTED    *
020340*****************************************************************
020350 2600-GET-OVERDUE.
020360     EXEC SQL
020370         SELECT TOTALOVERDUE
020380           INTO :DB2-OVERDUE
020390           FROM RIOVERDUE
020391          WHERE REINSURERID = :DB2-REINSURERID
020392            AND ASATDATE    =
020393                ( SELECT MAX(ASATDATE)
020394                    FROM RIOVERDUE )
020395     END-EXEC.
020396     EVALUATE SQLCODE
020397         WHEN 0
020398             ADD 1 TO WS-OVERDUE-COUNT
020399         WHEN 100
020400             MOVE ZERO TO DB2-OVERDUE
020401         WHEN OTHER
020402             DISPLAY 'LGRICN01 - OVERDUE SELECT, SQLCODE='
020403                     SQLCODE
020404             GO TO 9999-EXIT
020405     END-EVALUATE.
020406 2600-EXIT.
020407     EXIT.
020410 3000-FETCH-REINSURER.
020500     EXEC SQL
020600         FETCH CONC-CURSOR
020700           INTO :DB2-REINSURERID, :DB2-REINSNAME,
023200     MOVE WS-OVER-SHARE-COUNT TO CN-S2-COUNT.
023300     MOVE WS-REINSURER-COUNT  TO CN-S2-TOTAL.
023400     WRITE CN-REPORT-LINE FROM CN-SUMMARY-LINE-2.
023410     MOVE WS-OVERDUE-COUNT TO CN-S3-COUNT.
023420     WRITE CN-REPORT-LINE FROM CN-SUMMARY-LINE-3.
023500     CLOSE CONC-REPORT-FILE.
023600 8000-EXIT.
023700     EXIT.
