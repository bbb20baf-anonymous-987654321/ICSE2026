000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGPWHS01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        CUSTOMER PASSWORD HASH SUBPROGRAM - CALLED BY
000701                 THE ONLINE ADD (LGACDB02), CHECK (LGACHK01),
000702                 CHANGE (LGUCDB02) AND HELPDESK RESET
000703                 (LGHDCS01) PATHS AND BY THE ONE-OFF
000704                 CONVERSION RUN (LGPWCV01).  THE ALGORITHM
000705                 LIVES HERE AND NOWHERE ELSE SO EVERY PATH
000706                 HASHES THE SAME WAY: A RANDOM 16-CHARACTER
000707                 SALT PER CUSTOMER, AND SHA-256 OVER THE SALT
000708                 FOLLOWED BY THE PASSWORD, HELD AS 64 HEX
000709                 CHARACTERS.  NO CICS COMMANDS, SO THE SAME
000710                 LOAD MODULE SERVES ONLINE AND BATCH.
000800*****************************************************************
000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001100*    10/15/26  LGIT   INITIAL VERSION                           *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
001500 SOURCE-COMPUTER.    IBM-370.
001600 OBJECT-COMPUTER.    IBM-370.
001700 DATA DIVISION.
001800 WORKING-STORAGE SECTION.
001900 01  DB2-PASSWORD                PIC X(32).
002000 01  DB2-SALT                    PIC X(16).
002100 01  DB2-HASH                    PIC X(64).
002200 01  WS-EXPECTED-HASH            PIC X(64).
002300     EXEC SQL
002400         INCLUDE SQLCA
002500     END-EXEC.
002600 LINKAGE SECTION.
002700     COPY LGPWHS.
002800 PROCEDURE DIVISION USING PWH-REQUEST.
002900*****************************************************************
003000*    0000-MAINLINE                                             *
003100*****************************************************************
003200 0000-MAINLINE SECTION.
003300     MOVE '00' TO PWH-RC.
003400     MOVE 'N'  TO PWH-RESULT.
003500     MOVE 0    TO PWH-SQLCODE.
003600     MOVE PWH-PASSWORD TO DB2-PASSWORD.
003700     EVALUATE PWH-ACTION
003800         WHEN 'N'
003900             PERFORM 2000-NEW-SALT THRU 2000-EXIT
004000             IF PWH-RC EQUAL '00'
004100                 PERFORM 3000-HASH-PASSWORD THRU 3000-EXIT
004200             END-IF
004300         WHEN 'V'
004400             MOVE PWH-HASH TO WS-EXPECTED-HASH
004500             PERFORM 3000-HASH-PASSWORD THRU 3000-EXIT
004600             IF PWH-RC EQUAL '00'
004700                AND PWH-HASH EQUAL WS-EXPECTED-HASH
004800                 MOVE 'Y' TO PWH-RESULT
004900             END-IF
005000             MOVE WS-EXPECTED-HASH TO PWH-HASH
005100         WHEN OTHER
005200             MOVE '90' TO PWH-RC
005300     END-EVALUATE.
005400     GOBACK.
005500 0000-MAINLINE-EXIT.
005600     EXIT.
005700*****************************************************************
005800*    2000-NEW-SALT - 16 HEX CHARACTERS DRAWN FROM A UNIQUE      *
005900*    VALUE AND A RANDOM NUMBER, SO TWO CUSTOMERS WITH THE SAME  *
006000*    PASSWORD NEVER SHARE A HASH                                *
006100*****************************************************************
006200 2000-NEW-SALT.
006300     EXEC SQL
006400         SELECT SUBSTR(HEX(HASH_SHA256(
006500                    HEX(GENERATE_UNIQUE()) CONCAT CHAR(RAND()))),
006600                    1, 16)
006700           INTO :DB2-SALT
006800           FROM SYSIBM.SYSDUMMY1
006900     END-EXEC.
007000     IF SQLCODE NOT EQUAL 0
007100         MOVE '90'    TO PWH-RC
007200         MOVE SQLCODE TO PWH-SQLCODE
007300         GO TO 2000-EXIT
007400     END-IF.
007500     MOVE DB2-SALT TO PWH-SALT.
007600 2000-EXIT.
007700     EXIT.
007800*****************************************************************
007900*    3000-HASH-PASSWORD - SHA-256 OF SALT THEN PASSWORD         *
008000*****************************************************************
008100 3000-HASH-PASSWORD.
008200     MOVE PWH-SALT TO DB2-SALT.
008300     EXEC SQL
008400         SELECT HEX(HASH_SHA256(:DB2-SALT CONCAT :DB2-PASSWORD))
008500           INTO :DB2-HASH
008600           FROM SYSIBM.SYSDUMMY1
008700     END-EXEC.
008800     IF SQLCODE NOT EQUAL 0
008900         MOVE '90'    TO PWH-RC
009000         MOVE SQLCODE TO PWH-SQLCODE
009100         GO TO 3000-EXIT
009200     END-IF.
009300     MOVE DB2-HASH TO PWH-HASH.
009400 3000-EXIT.
009500     EXIT.
