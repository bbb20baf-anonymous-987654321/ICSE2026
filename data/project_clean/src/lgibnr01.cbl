000704                 SAME DAILY PRO-RATA BASIS AS LGUEPR01, STORES
000705                 THE PROVISION WITH MONTHLY HISTORY AND PRINTS
000706                 THE LOAD REPORT.  RERUNS FOR THE SAME MONTH
000707                 REPLACE THAT MONTH'S ROWS.  THE RESERVE HELD ON
000708                 PERIODIC PAYMENT ORDERS IS REPORTED BESIDE IT,
000709                 PER POLICY TYPE, AND IS NEVER PART OF THE IBNR.
000800*****************************************************************
000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001101*    09/02/26  LGIT   DECLINED ('D') AND DEATH-SETTLED          *
001102*                     ('X') POLICIES EXCLUDED FROM THE          *
001103*                     LIVE-POLICY SELECTIONS                    *
001104*    10/15/26  LGIT   PPO RESERVE (PPOSCHEDULE, LGPPOS01)       *
001105*                     REPORTED ON ITS OWN PER POLICY TYPE AFTER *
001106*                     THE IBNR LOAD                             *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
003200 77  WS-TYPE-SUB                 PIC S9(4) COMP VALUE +0.
003300 77  WS-TYPE-IX                  PIC S9(4) COMP VALUE +0.
003400 77  WS-TOTAL-IBNR               PIC S9(13)V99 COMP-3 VALUE +0.
003410 77  WS-TOTAL-PPO                PIC S9(13)V99 COMP-3 VALUE +0.
003500*****************************************************************
003600*    PER-TYPE EARNED-PREMIUM ACCUMULATORS - SAME KEYS AS         *
003700*    LGUEPR01: E, H, M, C AND AN OTHER BUCKET                    *
008600 01  DB2-FACTOR-PCT              PIC S9(3)V99 COMP-3.
008700 01  DB2-EARNED-NET              PIC S9(13)V99 COMP-3.
008800 01  DB2-IBNR-AMOUNT             PIC S9(13)V99 COMP-3.
008810 01  DB2-PPO-RESERVE             PIC S9(13)V99 COMP-3.
008900 01  WS-NET-PREMIUM              PIC S9(9)V99 COMP-3.
009000 01  WS-EARNED-NET               PIC S9(9)V99 COMP-3.
009100*****************************************************************
012000         'TOTAL IBNR PROVISION'.
012100     05  IB-T-IBNR               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012200     05  FILLER                  PIC X(86) VALUE SPACES.
012206 01  IB-PPO-HEAD.
012212     05  FILLER                  PIC X(60) VALUE
012218         'PERIODIC PAYMENT ORDER RESERVE - HELD APART FROM IBNR'.
012225     05  FILLER                  PIC X(73) VALUE SPACES.
012231 01  IB-PPO-LINE.
012237     05  FILLER                  PIC X(03) VALUE SPACES.
012243     05  IB-P-TYPE               PIC X(01).
012250     05  FILLER                  PIC X(26) VALUE SPACES.
012256     05  IB-P-RESERVE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012262     05  FILLER                  PIC X(86) VALUE SPACES.
012268 01  IB-PPO-TOTAL-LINE.
012275     05  FILLER                  PIC X(30) VALUE
012281         'TOTAL PPO RESERVE'.
012287     05  IB-PT-RESERVE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012293     05  FILLER                  PIC X(86) VALUE SPACES.
012300     COPY LGRCTL.
012400     EXEC SQL
012500         INCLUDE SQLCA
015300     PERFORM 2000-EARN-POLICY THRU 2000-EXIT
015400         UNTIL WS-DB2-EOF.
015500     PERFORM 5000-LOAD-PROVISIONS THRU 5000-EXIT.
015510     PERFORM 6000-PPO-RESERVES THRU 6000-EXIT.
015600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
015700     GO TO 9999-EXIT.
015800 0000-MAINLINE-EXIT.
037900     ADD 1 TO WS-TYPE-SUB.
038000 5100-EXIT.
038100     EXIT.
038102*****************************************************************
038104*    6000-PPO-RESERVES - THE RESERVE STILL HELD ON ACTIVE        *
038107*    PERIODIC PAYMENT ORDERS, PER POLICY TYPE.  IT IS NEITHER    *
038109*    CASE RESERVE NOR IBNR, SO IT IS PRINTED ON ITS OWN          *
038112*****************************************************************
038114 6000-PPO-RESERVES.
038117     WRITE IB-REPORT-LINE FROM IB-PPO-HEAD.
038119     MOVE 1 TO WS-TYPE-SUB.
038121     PERFORM 6100-PPO-ONE-TYPE THRU 6100-EXIT
038124         UNTIL WS-TYPE-SUB GREATER THAN 4.
038126     MOVE WS-TOTAL-PPO TO IB-PT-RESERVE.
038129     WRITE IB-REPORT-LINE FROM IB-PPO-TOTAL-LINE.
038131 6000-EXIT.
038134     EXIT.
038136 6100-PPO-ONE-TYPE.
038139     MOVE WS-TYPE-KEY(WS-TYPE-SUB) TO DB2-POLICYTYPE.
038141     MOVE 0 TO DB2-PPO-RESERVE.
038143     EXEC SQL
038146         SELECT COALESCE(SUM(S.PPORESERVE), 0)
038148           INTO :DB2-PPO-RESERVE
038151           FROM PPOSCHEDULE S,
038153                CLAIM C,
038156                POLICY P
038158          WHERE S.CLAIMNUMBER  = C.CLAIMNUMBER
038160            AND C.POLICYNUMBER = P.POLICYNUMBER
038163            AND S.STATUS       = 'A'
038165            AND P.POLICYTYPE   = :DB2-POLICYTYPE
038168     END-EXEC.
038170     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
038173         DISPLAY 'LGIBNR01 - PPO RESERVE SELECT, SQLCODE='
038175                 SQLCODE
038178         GO TO 9999-EXIT
038180     END-IF.
038182     MOVE DB2-POLICYTYPE   TO IB-P-TYPE.
038185     MOVE DB2-PPO-RESERVE  TO IB-P-RESERVE.
038187     WRITE IB-REPORT-LINE FROM IB-PPO-LINE.
038190     ADD DB2-PPO-RESERVE TO WS-TOTAL-PPO.
038192     ADD 1 TO WS-TYPE-SUB.
038195 6100-EXIT.
038197     EXIT.
038200*****************************************************************
038300*    8000-FINALIZE                                             *
038400*****************************************************************
