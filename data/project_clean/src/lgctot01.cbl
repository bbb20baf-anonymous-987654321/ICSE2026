000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGCTOT01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        JOB CONTROL-TOTAL SUBPROGRAM - CALLED BY EACH
000800                 FINANCIAL JOB AT END OF RUN WITH ONE STANDARD
000900                 CONTROL RECORD PER CASH TYPE (RECORD COUNT,
001000                 AMOUNT TOTAL AND HASH TOTAL OF THE KEY NUMBERS)
001100                 AND BY THE GL EXTRACT WITH WHAT IT FED THE
001200                 LEDGER.  THE RECORDS ARE KEPT ON JOBCONTROLTOTAL
001300                 FOR THE END-OF-NIGHT BALANCING STEP (LGBALN01).
001400*****************************************************************
001500*    MODIFICATION HISTORY                                      *
001600*    DATE      INIT   DESCRIPTION                               *
001700*    10/15/26  LGIT   INITIAL VERSION                           *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.    IBM-370.
002200 OBJECT-COMPUTER.    IBM-370.
002300 DATA DIVISION.
002400 WORKING-STORAGE SECTION.
002500 01  DB2-JOBNAME                 PIC X(08).
002600 01  DB2-BUSDATE                 PIC X(10).
002700 01  DB2-CASHTYPE                PIC X(03).
002800 01  DB2-RECORDCOUNT             PIC S9(9) COMP.
002900 01  DB2-AMOUNTTOTAL             PIC S9(11)V99 COMP-3.
003000 01  DB2-HASHTOTAL               PIC S9(15) COMP-3.
003100     EXEC SQL
003200         INCLUDE SQLCA
003300     END-EXEC.
003400 LINKAGE SECTION.
003500     COPY LGCTOT.
003600 PROCEDURE DIVISION USING CTOT-REQUEST.
003700*****************************************************************
003800*    0000-MAINLINE                                             *
003900*****************************************************************
004000 0000-MAINLINE SECTION.
004100     MOVE '00' TO CTOT-RC.
004200     MOVE 0    TO CTOT-SQLCODE.
004300     EVALUATE CTOT-ACTION
004400         WHEN 'W'
004500             PERFORM 2000-WRITE-TOTAL THRU 2000-EXIT
004600         WHEN OTHER
004700             MOVE '99' TO CTOT-RC
004800     END-EVALUATE.
004900     GOBACK.
005000 0000-MAINLINE-EXIT.
005100     EXIT.
005200*****************************************************************
005300*    1000-RESOLVE-DATE - A CALLER WITHOUT A BUSINESS DATE OF    *
005400*    ITS OWN GETS THE SUITE'S CONTROL ROW, OR TODAY             *
005500*****************************************************************
005600 1000-RESOLVE-DATE.
005700     EXEC SQL
005800         SELECT BUSINESSDATE
005900           INTO :DB2-BUSDATE
006000           FROM BUSINESSDATE
006100          WHERE CONTROLID = 'LG'
006200     END-EXEC.
006300     EVALUATE SQLCODE
006400         WHEN 0
006500             CONTINUE
006600         WHEN 100
006700             EXEC SQL
006800                 SET :DB2-BUSDATE = CHAR(CURRENT DATE, ISO)
006900             END-EXEC
007000         WHEN OTHER
007100             MOVE '90'    TO CTOT-RC
007200             MOVE SQLCODE TO CTOT-SQLCODE
007300     END-EVALUATE.
007400 1000-EXIT.
007500     EXIT.
007600*****************************************************************
007700*    2000-WRITE-TOTAL - REPLACE THE JOB'S RECORD FOR THE DATE    *
007800*    AND CASH TYPE SO A RESTARTED RUN LEAVES ONE RECORD, THE     *
007900*    ONE THAT MATCHES WHAT IT ACTUALLY DID                       *
008000*****************************************************************
008100 2000-WRITE-TOTAL.
008200     MOVE CTOT-JOBNAME      TO DB2-JOBNAME.
008300     MOVE CTOT-BUSDATE      TO DB2-BUSDATE.
008400     MOVE CTOT-CASH-TYPE    TO DB2-CASHTYPE.
008500     MOVE CTOT-RECORD-COUNT TO DB2-RECORDCOUNT.
008600     MOVE CTOT-AMOUNT-TOTAL TO DB2-AMOUNTTOTAL.
008700     MOVE CTOT-HASH-TOTAL   TO DB2-HASHTOTAL.
008800     IF DB2-BUSDATE EQUAL SPACES
008900         PERFORM 1000-RESOLVE-DATE THRU 1000-EXIT
009000         IF CTOT-RC NOT EQUAL '00'
009100             GO TO 2000-EXIT
009200         END-IF
009300         MOVE DB2-BUSDATE TO CTOT-BUSDATE
009400     END-IF.
009500     EXEC SQL
009600         DELETE FROM JOBCONTROLTOTAL
009700          WHERE JOBNAME      = :DB2-JOBNAME
009800            AND BUSINESSDATE = :DB2-BUSDATE
009900            AND CASHTYPE     = :DB2-CASHTYPE
010000     END-EXEC.
010100     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
010200         MOVE '90'    TO CTOT-RC
010300         MOVE SQLCODE TO CTOT-SQLCODE
010400         GO TO 2000-EXIT
010500     END-IF.
010600     EXEC SQL
010700         INSERT INTO JOBCONTROLTOTAL
010800                   ( JOBNAME,
010900                     BUSINESSDATE,
011000                     CASHTYPE,
011100                     RECORDCOUNT,
011200                     AMOUNTTOTAL,
011300                     HASHTOTAL,
011400                     WRITTENTIME )
011500            VALUES ( :DB2-JOBNAME,
011600                     :DB2-BUSDATE,
011700                     :DB2-CASHTYPE,
011800                     :DB2-RECORDCOUNT,
011900                     :DB2-AMOUNTTOTAL,
012000                     :DB2-HASHTOTAL,
012100                     CURRENT TIMESTAMP )
012200     END-EXEC.
012300     IF SQLCODE NOT EQUAL 0
012400         MOVE '90'    TO CTOT-RC
012500         MOVE SQLCODE TO CTOT-SQLCODE
012600     END-IF.
012700 2000-EXIT.
012800     EXIT.
