001170*    09/02/26  LGIT   A RESTART NOW EXTENDS THE STATEMENT      *
001180*                     FILE SO STATEMENTS PRINTED BEFORE THE    *
001190*                     ABEND SURVIVE THE RESUME                 *
001191*    10/15/26  LGIT   CUSTOMER NUMBER PRINTED ON THE STATEMENT  *
001192*                     HEADING SO THE PRINT CONSOLIDATION STEP   *
001193*                     (LGPRTC01) CAN ENVELOPE EACH STATEMENT    *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
007900     05  AR-H1-DATE              PIC X(10) VALUE SPACES.
008000     05  FILLER                  PIC X(72) VALUE SPACES.
008100 01  AR-CUSTOMER-HEADING.
008200     05  FILLER                  PIC X(10) VALUE 'CUSTOMER  '.
008210     05  AR-CH-CUSTOMERNUM       PIC 9(10).
008300     05  AR-CH-NAME              PIC X(36) VALUE SPACES.
008400     05  AR-CH-ADDRESS           PIC X(44) VALUE SPACES.
008500     05  FILLER                  PIC X(33) VALUE SPACES.
019000*****************************************************************
019100 2100-WRITE-CUSTOMER-HEADING.
019200     ADD 1 TO WS-CUSTOMER-COUNT.
019210     MOVE DB2-CUSTOMERNUM-INT TO AR-CH-CUSTOMERNUM.
019300     STRING DB2-FIRSTNAME DELIMITED BY SIZE
019400            ' '           DELIMITED BY SIZE
019500            DB2-LASTNAME  DELIMITED BY SIZE
