000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001100*    09/02/26  LGIT   INITIAL VERSION                           *
001110*    10/15/26  LGIT   CONTROL RECORDS FOR THE NIGHTLY BALANCING  *
001120*                     (MATCHED CREDITS, MATCHED DEBITS AND LINES *
001130*                     TO SUSPENSE) WRITTEN THROUGH LGCTOT01      *
001140*    10/15/26  LGIT   AN UNMATCHED CREDIT THAT EXACTLY REPAYS AN *
001150*                     APPROVED BAD-DEBT WRITE-OFF REVERSES IT    *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
005400     88  WS-AGE-EOF                        VALUE 'Y'.
005500 77  WS-MATCHED-COUNT            PIC 9(07) COMP-3 VALUE 0.
005600 77  WS-SUSPENSE-COUNT           PIC 9(07) COMP-3 VALUE 0.
005610 77  WS-RECOVERED-COUNT          PIC 9(07) COMP-3 VALUE 0.
005700*****************************************************************
005800*    AGE-BAND ACCUMULATORS FOR THE OPEN SUSPENSE SECTION         *
005900*****************************************************************
007800 01  DB2-AGE-DAYS-INT            PIC S9(9) COMP.
007900 01  DB2-SUSP-AMOUNT             PIC S9(9)V99 COMP-3.
008000 01  WS-REF-NUMERIC              PIC 9(10).
008010*****************************************************************
008020*    CONTROL TOTALS BY CASH TYPE - 1 CREDITS MATCHED, 2 DEBITS   *
008030*    MATCHED, 3 LINES TO SUSPENSE.  HASH IS THE SUM OF THE       *
008040*    NUMERIC REFERENCES (POLICY OR CLAIM NUMBER)                 *
008050*****************************************************************
008060 01  WS-CASH-TOTALS.
008070     05  WS-CASH-ENTRY           OCCURS 3 TIMES.
008080         10  WS-CASH-COUNT       PIC S9(9) COMP.
008090         10  WS-CASH-AMOUNT      PIC S9(11)V99 COMP-3.
008091         10  WS-CASH-HASH        PIC S9(15) COMP-3.
008092 01  WS-CASH-TYPES.
008093     05  FILLER                  PIC X(03) VALUE 'BMC'.
008094     05  FILLER                  PIC X(03) VALUE 'BMD'.
008095     05  FILLER                  PIC X(03) VALUE 'BSP'.
008096 01  WS-CASH-TYPE-TABLE REDEFINES WS-CASH-TYPES.
008097     05  WS-CASH-TYPE            OCCURS 3 TIMES PIC X(03).
008098 77  WS-CASH-INDEX               PIC S9(4) COMP VALUE +0.
008100*****************************************************************
008200*    REPORT LINE LAYOUTS                                       *
008300*****************************************************************
011700         'LINES PARKED IN SUSPENSE'.
011800     05  BR-S2-COUNT             PIC ZZZ,ZZ9.
011900     05  FILLER                  PIC X(96) VALUE SPACES.
011914 01  BR-SUMMARY-LINE-3.
011928     05  FILLER                  PIC X(30) VALUE
011942         'WRITE-OFFS RECOVERED'.
011957     05  BR-S3-COUNT             PIC ZZZ,ZZ9.
011971     05  FILLER                  PIC X(96) VALUE SPACES.
011985     COPY LGCTOT.
012000     EXEC SQL
012100         INCLUDE SQLCA
012200     END-EXEC.
014800     MOVE 1 TO WS-BAND-INDEX.
014900     PERFORM 1100-CLEAR-BAND THRU 1100-EXIT
015000         UNTIL WS-BAND-INDEX GREATER THAN 4.
015010     INITIALIZE WS-CASH-TOTALS.
015100     OPEN INPUT STATEMENT-INPUT-FILE.
015200     IF NOT WS-BNKSTM-OK
015300         DISPLAY 'LGBSR01 - BNKSTM OPEN FAILED, STATUS='
021000     EVALUATE SQLCODE
021100         WHEN 0
021200             ADD 1 TO WS-MATCHED-COUNT
021210             IF BS-DRCR EQUAL 'C'
021220                 MOVE 1 TO WS-CASH-INDEX
021230             ELSE
021240                 MOVE 2 TO WS-CASH-INDEX
021250             END-IF
021260             PERFORM 2900-ADD-CASH THRU 2900-EXIT
021300         WHEN 100
021310             IF BS-DRCR EQUAL 'C'
021320                 PERFORM 2600-MATCH-RECOVERY THRU 2600-EXIT
021330             ELSE
021400                 PERFORM 2500-PARK-SUSPENSE THRU 2500-EXIT
021410             END-IF
021500         WHEN OTHER
021600             DISPLAY 'LGBSR01 - MATCH UPDATE, SQLCODE='
021700                     SQLCODE
025300     MOVE BS-REFERENCE TO BR-S-REF.
025400     WRITE BR-REPORT-LINE FROM BR-SUSPENSE-LINE.
025500     ADD 1 TO WS-SUSPENSE-COUNT.
025510     MOVE 3 TO WS-CASH-INDEX.
025520     PERFORM 2900-ADD-CASH THRU 2900-EXIT.
025600 2500-EXIT.
025700     EXIT.
025701*****************************************************************
025703*    2600-MATCH-RECOVERY - A CREDIT WITH NO EXPECTED COLLECTION  *
025705*    THAT REPAYS A WRITTEN-OFF DEBT IN FULL (POLICY REFERENCE    *
025706*    AND EXACT AMOUNT) REVERSES THE WRITE-OFF - LGGLEX01 POSTS   *
025708*    THE REVERSAL.  A PART PAYMENT STILL GOES TO SUSPENSE.       *
025710*****************************************************************
025711 2600-MATCH-RECOVERY.
025713     EXEC SQL
025715         UPDATE DEBTWRITEOFF
025716            SET STATUS          = 'V',
025718                RECOVEREDDATE   = CURRENT DATE,
025720                RECOVEREDAMOUNT = :DB2-AMOUNT
025722          WHERE POLICYNUMBER = :DB2-KEY-INT
025723            AND AMOUNT       = :DB2-AMOUNT
025725            AND STATUS       = 'A'
025727     END-EXEC.
025728     EVALUATE SQLCODE
025730         WHEN 0
025732             CONTINUE
025733         WHEN 100
025735             PERFORM 2500-PARK-SUSPENSE THRU 2500-EXIT
025737             GO TO 2600-EXIT
025738         WHEN OTHER
025740             DISPLAY 'LGBSR01 - RECOVERY UPDATE, SQLCODE='
025742                     SQLCODE
025744             GO TO 9999-EXIT
025745     END-EVALUATE.
025747     EXEC SQL
025749         UPDATE PAYMENTCOLLECTION
025750            SET STATUS     = 'RECOVERED',
025752                RECONCILED = 'Y'
025754          WHERE POLICYNUMBER = :DB2-KEY-INT
025755            AND STATUS       = 'WRITTENOFF'
025757     END-EXEC.
025759     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
025761         DISPLAY 'LGBSR01 - RECOVERED COLLECTIONS, SQLCODE='
025762                 SQLCODE
025764         GO TO 9999-EXIT
025766     END-IF.
025767     ADD 1 TO WS-MATCHED-COUNT.
025769     ADD 1 TO WS-RECOVERED-COUNT.
025771     MOVE 1 TO WS-CASH-INDEX.
025772     PERFORM 2900-ADD-CASH THRU 2900-EXIT.
025774 2600-EXIT.
025776     EXIT.
025777*****************************************************************
025779*    2900-ADD-CASH - THE LINE INTO ITS CASH TYPE'S CONTROL       *
025781*    TOTALS; A REFERENCE THAT IS NOT A NUMBER ADDS NO HASH       *
025783*****************************************************************
025784 2900-ADD-CASH.
025786     ADD 1         TO WS-CASH-COUNT(WS-CASH-INDEX).
025788     ADD BS-AMOUNT TO WS-CASH-AMOUNT(WS-CASH-INDEX).
025789     IF BS-REF-NUMBER NUMERIC
025791         MOVE BS-REF-NUMBER TO WS-REF-NUMERIC
025793         ADD WS-REF-NUMERIC TO WS-CASH-HASH(WS-CASH-INDEX)
025794     END-IF.
025796 2900-EXIT.
025798     EXIT.
025800*****************************************************************
025900*    6000-AGING-SECTION - EVERY OPEN SUSPENSE ITEM BANDED BY     *
026000*    AGE; MONTH-END CASH AGREEMENT STARTS FROM THIS LIST         *
032900     WRITE BR-REPORT-LINE FROM BR-SUMMARY-LINE-1.
033000     MOVE WS-SUSPENSE-COUNT TO BR-S2-COUNT.
033100     WRITE BR-REPORT-LINE FROM BR-SUMMARY-LINE-2.
033110     MOVE WS-RECOVERED-COUNT TO BR-S3-COUNT.
033120     WRITE BR-REPORT-LINE FROM BR-SUMMARY-LINE-3.
033200     CLOSE STATEMENT-INPUT-FILE.
033300     CLOSE RECON-REPORT-FILE.
033310     MOVE 1 TO WS-CASH-INDEX.
033320     PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT
033330         UNTIL WS-CASH-INDEX GREATER THAN 3.
033400 8000-EXIT.
033500     EXIT.
033504*****************************************************************
033509*    8100-WRITE-CONTROL - ONE CONTROL RECORD PER CASH TYPE VIA   *
033513*    LGCTOT01, ON THE SUITE'S BUSINESS DATE                      *
033518*****************************************************************
033522 8100-WRITE-CONTROL.
033527     MOVE 'W'                           TO CTOT-ACTION.
033531     MOVE 'LGBSR01'                     TO CTOT-JOBNAME.
033536     MOVE SPACES                        TO CTOT-BUSDATE.
033540     MOVE WS-CASH-TYPE(WS-CASH-INDEX)   TO CTOT-CASH-TYPE.
033545     MOVE WS-CASH-COUNT(WS-CASH-INDEX)  TO CTOT-RECORD-COUNT.
033550     MOVE WS-CASH-AMOUNT(WS-CASH-INDEX) TO CTOT-AMOUNT-TOTAL.
033554     MOVE WS-CASH-HASH(WS-CASH-INDEX)   TO CTOT-HASH-TOTAL.
033559     CALL 'LGCTOT01' USING CTOT-REQUEST.
033563     IF CTOT-RC NOT EQUAL '00'
033568         DISPLAY 'LGBSR01 - CONTROL TOTAL WRITE, SQLCODE='
033572                 CTOT-SQLCODE
033577         GO TO 9999-EXIT
033581     END-IF.
033586     ADD 1 TO WS-CASH-INDEX.
033590 8100-EXIT.
033595     EXIT.
033600*****************************************************************
033700*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
033800*****************************************************************
