000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001100*    08/09/26  LGIT   INITIAL VERSION                           *
001110*    10/15/26  LGIT   TRAVEL POLICIES REPORTED AS A NEW TYPE    *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
005700     05  WS-HOU-COUNT            PIC 9(07) COMP-3 VALUE 0.
005800     05  WS-MOT-COUNT            PIC 9(07) COMP-3 VALUE 0.
005900     05  WS-COM-COUNT            PIC 9(07) COMP-3 VALUE 0.
005910     05  WS-TRV-COUNT            PIC 9(07) COMP-3 VALUE 0.
006000 01  WS-TYPE-PAYMENTS.
006100     05  WS-END-PAYMENT          PIC S9(09)V99 COMP-3 VALUE 0.
006200     05  WS-HOU-PAYMENT          PIC S9(09)V99 COMP-3 VALUE 0.
006300     05  WS-MOT-PAYMENT          PIC S9(09)V99 COMP-3 VALUE 0.
006400     05  WS-COM-PAYMENT          PIC S9(09)V99 COMP-3 VALUE 0.
006410     05  WS-TRV-PAYMENT          PIC S9(09)V99 COMP-3 VALUE 0.
006500*****************************************************************
006600*    REPORT LINE LAYOUTS                                       *
006700*****************************************************************
015000         WHEN 'C'
015100             ADD 1 TO WS-COM-COUNT
015200             ADD DB2-PAYMENT-INT TO WS-COM-PAYMENT
015210         WHEN 'T'
015220             ADD 1 TO WS-TRV-COUNT
015230             ADD DB2-PAYMENT-INT TO WS-TRV-PAYMENT
015300     END-EVALUATE.
015400     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
015500 2000-EXIT.
019700     MOVE WS-COM-COUNT    TO RR-D-COUNT.
019800     MOVE WS-COM-PAYMENT  TO RR-D-PAYMENT.
019900     WRITE NR-REPORT-LINE FROM RR-DETAIL-LINE.
019910     MOVE 'TRAVEL'        TO RR-D-TYPE.
019920     MOVE WS-TRV-COUNT    TO RR-D-COUNT.
019930     MOVE WS-TRV-PAYMENT  TO RR-D-PAYMENT.
019940     WRITE NR-REPORT-LINE FROM RR-DETAIL-LINE.
020000     CLOSE NEWBUS-REPORT-FILE.
020100 8000-EXIT.
020200     EXIT.
