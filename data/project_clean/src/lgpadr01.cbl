000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGPADR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        POSTAL ADDRESS CHECK SUBPROGRAM - CALLED BY
000800                 THE CUSTOMER ADD (LGACDB01) AND UPDATE
000900                 (LGUCDB01) PATHS TO STANDARDISE THE KEYED
001000                 ADDRESS AND MATCH IT TO THE POSTAL ADDRESS
001100                 REFERENCE FILE, AND BY THE REFERENCE FILE
001200                 LOAD (LGPAFL01) SO THE FILE AND THE KEYED
001300                 ADDRESSES ARE STANDARDISED THE SAME WAY.  A
001400                 MATCH RETURNS THE PROPERTY'S UNIQUE PROPERTY
001500                 REFERENCE NUMBER (UPRN).  NO CICS COMMANDS, SO
001600                 THE SAME LOAD MODULE SERVES ONLINE AND BATCH.
001700*****************************************************************
001800*    MODIFICATION HISTORY                                      *
001900*    DATE      INIT   DESCRIPTION                               *
002000*    10/15/26  LGIT   INITIAL VERSION                           *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.    IBM-370.
002500 OBJECT-COMPUTER.    IBM-370.
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800 77  WS-LOWER-CASE               PIC X(26)
002900         VALUE 'abcdefghijklmnopqrstuvwxyz'.
003000 77  WS-UPPER-CASE               PIC X(26)
003100         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003200 77  WS-SUB                      PIC S9(4) COMP VALUE +0.
003300 77  WS-PC-LEN                   PIC S9(4) COMP VALUE +0.
003400 77  WS-OUT-LEN                  PIC S9(4) COMP VALUE +0.
003500 77  WS-LEADING                  PIC S9(4) COMP VALUE +0.
003600*****************************************************************
003700*    POSTCODE WORK AREAS - THE KEYED POSTCODE PACKED DOWN TO ITS *
003800*    CHARACTERS, THEN SPLIT INTO THE OUTWARD CODE AND THE        *
003900*    THREE-CHARACTER INWARD CODE (DIGIT, LETTER, LETTER)         *
004000*****************************************************************
004100 01  WS-PC-PACKED                PIC X(08) VALUE SPACES.
004200 01  WS-PC-OUTWARD               PIC X(04) VALUE SPACES.
004300 01  WS-PC-INWARD.
004400     05  WS-PC-IN-SECTOR         PIC X(01).
004500     05  WS-PC-IN-UNIT           PIC X(02).
004600 01  WS-PC-OUT-FIRST             PIC X(01).
004700 01  WS-NAME-WORK                PIC X(20) VALUE SPACES.
004800 01  WS-NUM-WORK                 PIC X(04) VALUE SPACES.
004900 01  DB2-POSTCODE-COUNT          PIC S9(9) COMP VALUE +0.
005000 01  DB2-UPRN                    PIC S9(12) COMP-3 VALUE +0.
005100 01  DB2-BUILDINGNAME            PIC X(20).
005200 01  DB2-BUILDINGNUMBER          PIC X(04).
005300     EXEC SQL
005400         INCLUDE SQLCA
005500     END-EXEC.
005600 LINKAGE SECTION.
005700     COPY LGPADR.
005800 PROCEDURE DIVISION USING PAD-REQUEST.
005900*****************************************************************
006000*    0000-MAINLINE                                             *
006100*****************************************************************
006200 0000-MAINLINE SECTION.
006300     MOVE '00'   TO PAD-RC.
006400     MOVE SPACES TO PAD-RESULT.
006500     MOVE 0      TO PAD-UPRN.
006600     MOVE 0      TO PAD-SQLCODE.
006700     PERFORM 1000-STANDARDISE THRU 1000-EXIT.
006800     IF PAD-ACTION EQUAL 'V' AND NOT PAD-INVALID
006900         PERFORM 2000-MATCH-ADDRESS THRU 2000-EXIT
007000     END-IF.
007100     GOBACK.
007200 0000-MAINLINE-EXIT.
007300     EXIT.
007400*****************************************************************
007500*    1000-STANDARDISE - UPPER CASE AND LEFT-JUSTIFY THE NAME AND *
007600*    NUMBER; REBUILD THE POSTCODE AS OUTWARD, ONE SPACE, INWARD  *
007700*****************************************************************
007800 1000-STANDARDISE.
007900     INSPECT PAD-HOUSE-NAME CONVERTING WS-LOWER-CASE
008000         TO WS-UPPER-CASE.
008100     INSPECT PAD-HOUSE-NUM CONVERTING WS-LOWER-CASE
008200         TO WS-UPPER-CASE.
008300     INSPECT PAD-POSTCODE CONVERTING WS-LOWER-CASE
008400         TO WS-UPPER-CASE.
008500     MOVE 0 TO WS-LEADING.
008600     INSPECT PAD-HOUSE-NAME TALLYING WS-LEADING
008700         FOR LEADING SPACES.
008800     IF WS-LEADING GREATER THAN 0 AND WS-LEADING LESS THAN 20
008900         MOVE PAD-HOUSE-NAME(WS-LEADING + 1:) TO WS-NAME-WORK
009000         MOVE WS-NAME-WORK TO PAD-HOUSE-NAME
009100     END-IF.
009200     MOVE 0 TO WS-LEADING.
009300     INSPECT PAD-HOUSE-NUM TALLYING WS-LEADING
009400         FOR LEADING SPACES.
009500     IF WS-LEADING GREATER THAN 0 AND WS-LEADING LESS THAN 4
009600         MOVE PAD-HOUSE-NUM(WS-LEADING + 1:) TO WS-NUM-WORK
009700         MOVE WS-NUM-WORK TO PAD-HOUSE-NUM
009800     END-IF.
009900     MOVE SPACES TO WS-PC-PACKED.
010000     MOVE 0      TO WS-PC-LEN.
010100     PERFORM 1100-PACK-POSTCODE THRU 1100-EXIT
010200         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB GREATER THAN 8.
010300*    A UK POSTCODE IS FIVE TO SEVEN CHARACTERS WITHOUT THE SPACE
010400     IF WS-PC-LEN LESS THAN 5 OR WS-PC-LEN GREATER THAN 7
010500         MOVE 'I' TO PAD-RESULT
010600         GO TO 1000-EXIT
010700     END-IF.
010800     COMPUTE WS-OUT-LEN = WS-PC-LEN - 3.
010900     MOVE SPACES TO WS-PC-OUTWARD.
011000     MOVE WS-PC-PACKED(1:WS-OUT-LEN)     TO WS-PC-OUTWARD.
011100     MOVE WS-PC-PACKED(WS-OUT-LEN + 1:3) TO WS-PC-INWARD.
011200     MOVE WS-PC-OUTWARD(1:1)             TO WS-PC-OUT-FIRST.
011300     IF WS-PC-OUT-FIRST NOT ALPHABETIC OR
011400        WS-PC-IN-SECTOR NOT NUMERIC OR
011500        WS-PC-IN-UNIT   NOT ALPHABETIC
011600         MOVE 'I' TO PAD-RESULT
011700         GO TO 1000-EXIT
011800     END-IF.
011900     MOVE SPACES TO PAD-POSTCODE.
012000     STRING WS-PC-OUTWARD DELIMITED BY SPACE
012100            ' '           DELIMITED BY SIZE
012200            WS-PC-INWARD  DELIMITED BY SIZE
012300         INTO PAD-POSTCODE
012400     END-STRING.
012500 1000-EXIT.
012600     EXIT.
012700*****************************************************************
012800*    1100-PACK-POSTCODE - ONE KEYED CHARACTER; SPACES DROPPED    *
012900*****************************************************************
013000 1100-PACK-POSTCODE.
013100     IF PAD-POSTCODE(WS-SUB:1) EQUAL SPACE
013200         GO TO 1100-EXIT
013300     END-IF.
013400     ADD 1 TO WS-PC-LEN.
013500     MOVE PAD-POSTCODE(WS-SUB:1) TO WS-PC-PACKED(WS-PC-LEN:1).
013600 1100-EXIT.
013700     EXIT.
013800*****************************************************************
013900*    2000-MATCH-ADDRESS - THE POSTCODE MUST BE ON THE FILE; THE  *
014000*    PROPERTY IS THEN FOUND BY NUMBER WHEN ONE IS KEYED, ELSE BY *
014100*    NAME.  A MATCH TAKES THE FILE'S NAME AND NUMBER AS THE      *
014200*    STANDARD FORM OF THE ADDRESS                                *
014300*****************************************************************
014400 2000-MATCH-ADDRESS.
014500     EXEC SQL
014600         SELECT COUNT(*)
014700           INTO :DB2-POSTCODE-COUNT
014800           FROM POSTALADDRESS
014900          WHERE POSTCODE = :PAD-POSTCODE
015000     END-EXEC.
015100     IF SQLCODE NOT EQUAL 0
015200         MOVE '90'    TO PAD-RC
015300         MOVE SQLCODE TO PAD-SQLCODE
015400         GO TO 2000-EXIT
015500     END-IF.
015600     IF DB2-POSTCODE-COUNT EQUAL 0
015700         MOVE 'N' TO PAD-RESULT
015800         GO TO 2000-EXIT
015900     END-IF.
016000     IF PAD-HOUSE-NUM NOT EQUAL SPACES
016100         EXEC SQL
016200             SELECT COALESCE(MIN(UPRN), 0)
016300               INTO :DB2-UPRN
016400               FROM POSTALADDRESS
016500              WHERE POSTCODE       = :PAD-POSTCODE
016600                AND BUILDINGNUMBER = :PAD-HOUSE-NUM
016700         END-EXEC
016800     ELSE
016900         EXEC SQL
017000             SELECT COALESCE(MIN(UPRN), 0)
017100               INTO :DB2-UPRN
017200               FROM POSTALADDRESS
017300              WHERE POSTCODE     = :PAD-POSTCODE
017400                AND BUILDINGNAME = :PAD-HOUSE-NAME
017500         END-EXEC
017600     END-IF.
017700     IF SQLCODE NOT EQUAL 0
017800         MOVE '90'    TO PAD-RC
017900         MOVE SQLCODE TO PAD-SQLCODE
018000         GO TO 2000-EXIT
018100     END-IF.
018200     IF DB2-UPRN EQUAL 0
018300         MOVE 'P' TO PAD-RESULT
018400         GO TO 2000-EXIT
018500     END-IF.
018600     EXEC SQL
018700         SELECT COALESCE(BUILDINGNAME, ' '),
018800                COALESCE(BUILDINGNUMBER, ' ')
018900           INTO :DB2-BUILDINGNAME,
019000                :DB2-BUILDINGNUMBER
019100           FROM POSTALADDRESS
019200          WHERE UPRN = :DB2-UPRN
019300     END-EXEC.
019400     IF SQLCODE NOT EQUAL 0
019500         MOVE '90'    TO PAD-RC
019600         MOVE SQLCODE TO PAD-SQLCODE
019700         GO TO 2000-EXIT
019800     END-IF.
019900     MOVE 'M'                TO PAD-RESULT.
020000     MOVE DB2-UPRN           TO PAD-UPRN.
020100     MOVE DB2-BUILDINGNAME   TO PAD-HOUSE-NAME.
020200     MOVE DB2-BUILDINGNUMBER TO PAD-HOUSE-NUM.
020300 2000-EXIT.
020400     EXIT.
