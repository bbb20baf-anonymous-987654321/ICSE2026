000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGMASK01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        BANK AND CARD DETAIL MASKING SUBPROGRAM - THE
000800                 SUITE'S SINGLE MASKING RULE FOR SORT CODES,
000900                 ACCOUNT NUMBERS AND CARD NUMBERS/TOKENS.
001000                 CALLED BY THE ONLINE PROGRAMS BEFORE A COMMAREA
001100                 IS CAPTURED FOR DIAGNOSTICS, BY THE BATCH
001200                 REPORTS AND EXTRACTS THAT SHOW BANK DETAILS TO
001300                 AN UNENTITLED READER, AND BY THE WEEKLY
001400                 UNMASKED-DATA SCAN (LGMSCN01) FOR ITS OWN
001500                 EXCERPTS.  NO CICS COMMANDS, SO THE SAME LOAD
001600                 MODULE SERVES ONLINE AND BATCH.
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
002800 77  WS-SUB                      PIC S9(4) COMP VALUE +0.
002900 77  WS-LAST-POS                 PIC S9(4) COMP VALUE +0.
003000 77  WS-MASK-TO                  PIC S9(4) COMP VALUE +0.
003100 77  WS-KEEP                     PIC S9(4) COMP VALUE +0.
003200 LINKAGE SECTION.
003300     COPY LGMASK.
003400 PROCEDURE DIVISION USING MSK-REQUEST.
003500*****************************************************************
003600*    0000-MAINLINE                                             *
003700*****************************************************************
003800 0000-MAINLINE SECTION.
003900     MOVE '00' TO MSK-RC.
004000     EVALUATE TRUE
004100         WHEN MSK-SORTCODE
004200             MOVE 2 TO WS-KEEP
004300         WHEN MSK-ACCOUNT
004400             MOVE 4 TO WS-KEEP
004500         WHEN MSK-CARD
004600             MOVE 4 TO WS-KEEP
004700         WHEN OTHER
004800             MOVE '99' TO MSK-RC
004900             MOVE 0    TO WS-KEEP
005000     END-EVALUATE.
005100     PERFORM 1000-FIND-LAST-POSITION THRU 1000-EXIT.
005200*    A VALUE NO LONGER THAN THE TAIL IS MASKED OUTRIGHT - SHOWING
005300*    IT WOULD SHOW ALL OF IT
005400     IF WS-LAST-POS GREATER THAN WS-KEEP
005500         COMPUTE WS-MASK-TO = WS-LAST-POS - WS-KEEP
005600     ELSE
005700         MOVE WS-LAST-POS TO WS-MASK-TO
005800     END-IF.
005900     PERFORM 2000-MASK-CHARACTER THRU 2000-EXIT
006000         VARYING WS-SUB FROM 1 BY 1
006100         UNTIL WS-SUB GREATER THAN WS-MASK-TO.
006200     GOBACK.
006300 0000-MAINLINE-EXIT.
006400     EXIT.
006500*****************************************************************
006600*    1000-FIND-LAST-POSITION - THE LAST NON-SPACE CHARACTER, SO  *
006700*    THE KEPT TAIL IS THE END OF THE VALUE, NOT OF THE FIELD     *
006800*****************************************************************
006900 1000-FIND-LAST-POSITION.
007000     MOVE 0 TO WS-LAST-POS.
007100     PERFORM 1100-CHECK-POSITION THRU 1100-EXIT
007200         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB GREATER THAN 20.
007300 1000-EXIT.
007400     EXIT.
007500 1100-CHECK-POSITION.
007600     IF MSK-VALUE(WS-SUB:1) NOT EQUAL SPACE
007700         MOVE WS-SUB TO WS-LAST-POS
007800     END-IF.
007900 1100-EXIT.
008000     EXIT.
008100*****************************************************************
008200*    2000-MASK-CHARACTER - ONE POSITION; EMBEDDED SPACES STAY    *
008300*****************************************************************
008400 2000-MASK-CHARACTER.
008500     IF MSK-VALUE(WS-SUB:1) NOT EQUAL SPACE
008600         MOVE '*' TO MSK-VALUE(WS-SUB:1)
008700     END-IF.
008800 2000-EXIT.
008900     EXIT.
