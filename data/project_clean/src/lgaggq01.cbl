000706                 WRITES THE RESPONSE FILE BACK WITH DECLINES
000707                 CARRYING THEIR REASON.  CHECKPOINTS THROUGH
000708                 BATCHCHECKPOINT EVERY FEW HUNDRED RECORDS SO A
000723                 FAILED RUN RESUMES WHERE IT STOPPED.  EACH
000738                 REQUEST COUNTS TO ITS PARTNER'S DAILY QUOTE
000754                 QUOTA (LGPTHR01); ONE OVER THE QUOTA IS ANSWERED
000769                 STRAIGHT BACK WITH STATUS 'T' AND THE SECONDS
000784                 TO WAIT BEFORE RESENDING IT.
000800*****************************************************************
000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001110*    09/02/26  LGIT   A RESTART NOW EXTENDS THE RESPONSE FILE  *
001120*                     SO THE AGGREGATOR STILL RECEIVES THE     *
001130*                     RESPONSES WRITTEN BEFORE THE ABEND       *
001144*    10/15/26  LGIT   PARTNER QUOTE QUOTAS - A REQUEST OVER THE  *
001158*                     PARTNER'S DAILY QUOTA IS ANSWERED 'T' WITH *
001172*                     A RETRY-AFTER, ONE FROM A SUSPENDED        *
001186*                     PARTNER 'R'; NEITHER IS PRICED             *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
004800         10  AQ-H-VALUE          PIC 9(07).
004900         10  AQ-H-POSTCODE       PIC X(08).
005000         10  FILLER              PIC X(22).
005066     05  AQ-PARTNER-ID           PIC X(08).
005133     05  FILLER                  PIC X(09).
005200*****************************************************************
005300*    AGGOUT - THE PRICED OR DECLINED ANSWER PER REQUEST          *
005400*****************************************************************
006000     05  AR-QUOTENUMBER          PIC 9(10).
006100     05  AR-PREMIUM              PIC 9(07)V99.
006200     05  AR-REASON               PIC X(40).
006266     05  AR-RETRY-AFTER          PIC 9(05).
006333     05  FILLER                  PIC X(03).
006400 WORKING-STORAGE SECTION.
006500 77  WS-AGGIN-STATUS             PIC X(02) VALUE SPACES.
006600     88  WS-AGGIN-OK                       VALUE '00'.
007000     88  WS-IN-EOF                         VALUE 'Y'.
007100 77  WS-QUOTED-COUNT             PIC 9(07) COMP-3 VALUE 0.
007200 77  WS-DECLINED-COUNT           PIC 9(07) COMP-3 VALUE 0.
007220 77  WS-THROTTLED-COUNT          PIC 9(07) COMP-3 VALUE 0.
007240 77  WS-REFUSED-COUNT            PIC 9(07) COMP-3 VALUE 0.
007260 77  WS-PARTNER-SWITCH           PIC X(01) VALUE 'N'.
007280     88  WS-PARTNER-REFUSED                VALUE 'T' 'R'.
007300 77  WS-RECORD-SEQ               PIC S9(9) COMP VALUE +0.
007400*****************************************************************
007500*    CHECKPOINT/RESTART - THE RECORD SEQUENCE IS THE RESTART     *
012500     05  WS-RD-DD                PIC X(02).
012600 77  WS-IS-RESTART-FLAG          PIC X(01) VALUE 'N'.
012700     88  WS-IS-RESTART                     VALUE 'Y'.
012716*****************************************************************
012733*    PARTNER LIMITS - THE FILE IS HELD TO EACH PARTNER'S DAILY   *
012750*    QUOTE QUOTA ON THE PARTNER REGISTRY                         *
012766*****************************************************************
012783     COPY LGPTHR.
012800     EXEC SQL
012900         INCLUDE SQLCA
013000     END-EXEC.
025200     IF WS-RECORD-SEQ NOT GREATER THAN WS-CKPT-LASTKEY
025300         GO TO 2000-EXIT
025400     END-IF.
025414     PERFORM 2500-CHECK-PARTNER THRU 2500-EXIT.
025428     IF WS-PARTNER-REFUSED
025442         PERFORM 6200-WRITE-REFUSED THRU 6200-EXIT
025457         PERFORM 7000-ADVANCE-CHECKPOINT THRU 7000-EXIT
025471         GO TO 2000-EXIT
025485     END-IF.
025500     MOVE SPACES TO WS-DECLINE-REASON.
025600     MOVE 0 TO WS-RATED-PREMIUM.
025700     EVALUATE AQ-PRODUCT
027100     END-IF.
027200     PERFORM 7000-ADVANCE-CHECKPOINT THRU 7000-EXIT.
027300 2000-EXIT.
027303     EXIT.
027306*****************************************************************
027309*    2500-CHECK-PARTNER - COUNT THE REQUEST TO ITS PARTNER.  A   *
027312*    REQUEST WITH NO PARTNER ID OR FROM A PARTNER NOT ON THE     *
027315*    REGISTRY IS PRICED AS BEFORE                                *
027318*****************************************************************
027321 2500-CHECK-PARTNER.
027325     MOVE 'N'            TO WS-PARTNER-SWITCH.
027328     MOVE AQ-PARTNER-ID  TO PTH-PARTNER-ID.
027331     MOVE 'A'            TO PTH-CHANNEL.
027334     MOVE 'Y'            TO PTH-QUOTE-FLAG.
027337     CALL 'LGPTHR01' USING PTH-REQUEST.
027340     EVALUATE PTH-RC
027343         WHEN '00'
027346         WHEN '01'
027350             CONTINUE
027353         WHEN '02'
027356         WHEN '03'
027359             MOVE 'T' TO WS-PARTNER-SWITCH
027362             MOVE 'DAILY QUOTE QUOTA REACHED - RETRY AFTER'
027365               TO WS-DECLINE-REASON
027368         WHEN '04'
027371             MOVE 'R' TO WS-PARTNER-SWITCH
027375             MOVE 'PARTNER AGREEMENT SUSPENDED'
027378               TO WS-DECLINE-REASON
027381         WHEN OTHER
027384             DISPLAY 'LGAGGQ01 - PARTNER CHECK, SQLCODE='
027387                     PTH-SQLCODE
027390             GO TO 9999-EXIT
027393     END-EVALUATE.
027396 2500-EXIT.
027400     EXIT.
027500*****************************************************************
027600*    3000-QUOTE-MOTOR - THE ONLINE PATH'S UNDERWRITING RULES     *
044700     MOVE DB2-QUOTENUM-INT TO AR-QUOTENUMBER.
044800     MOVE WS-RATED-PREMIUM TO AR-PREMIUM.
044900     MOVE SPACES           TO AR-REASON.
044950     MOVE ZERO             TO AR-RETRY-AFTER.
045000     WRITE AR-RESPONSE-RECORD.
045100     ADD 1 TO WS-QUOTED-COUNT.
045200 6000-EXIT.
045700     MOVE ZERO               TO AR-QUOTENUMBER.
045800     MOVE ZERO               TO AR-PREMIUM.
045900     MOVE WS-DECLINE-REASON  TO AR-REASON.
045950     MOVE ZERO               TO AR-RETRY-AFTER.
046000     WRITE AR-RESPONSE-RECORD.
046100     ADD 1 TO WS-DECLINED-COUNT.
046200 6100-EXIT.
046204     EXIT.
046209*****************************************************************
046214*    6200-WRITE-REFUSED - NOT PRICED: 'T' OVER THE PARTNER'S     *
046219*    QUOTA, RESEND AFTER THE SECONDS GIVEN; 'R' PARTNER          *
046223*    SUSPENDED                                                   *
046228*****************************************************************
046233 6200-WRITE-REFUSED.
046238     MOVE AQ-REQUEST-REF     TO AR-REQUEST-REF.
046242     MOVE WS-PARTNER-SWITCH  TO AR-STATUS.
046247     MOVE ZERO               TO AR-QUOTENUMBER.
046252     MOVE ZERO               TO AR-PREMIUM.
046257     MOVE WS-DECLINE-REASON  TO AR-REASON.
046261     MOVE PTH-RETRY-AFTER    TO AR-RETRY-AFTER.
046266     WRITE AR-RESPONSE-RECORD.
046271     IF WS-PARTNER-SWITCH EQUAL 'T'
046276         ADD 1 TO WS-THROTTLED-COUNT
046280     ELSE
046285         ADD 1 TO WS-REFUSED-COUNT
046290     END-IF.
046295 6200-EXIT.
046300     EXIT.
046400*****************************************************************
046500*    7000-ADVANCE-CHECKPOINT - RECORD SEQUENCE TO THE CONTROL    *
049600     END-EXEC.
049700     DISPLAY 'LGAGGQ01 - QUOTES PRICED:   ' WS-QUOTED-COUNT.
049800     DISPLAY 'LGAGGQ01 - QUOTES DECLINED: ' WS-DECLINED-COUNT.
049833     DISPLAY 'LGAGGQ01 - OVER QUOTA:      ' WS-THROTTLED-COUNT.
049866     DISPLAY 'LGAGGQ01 - PARTNER REFUSED: ' WS-REFUSED-COUNT.
049900     CLOSE AGG-REQUEST-FILE.
050000     CLOSE AGG-RESPONSE-FILE.
050100 8000-EXIT.
