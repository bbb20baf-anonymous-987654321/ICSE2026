001130*                     HELD PENDING REVIEW                      *
001140*    09/02/26  LGIT   DUNNING SUSPENDED WHILE A FORBEARANCE    *
001150*                     ARRANGEMENT (LGATP01) IS KEPT            *
001162*    10/15/26  LGIT   A LAPSE FLAGS THE HOUSEHOLD'S REMAINING   *
001175*                     DISCOUNTED POLICIES FOR REMOVAL OF THE    *
001187*                     MULTI-POLICY DISCOUNT AT RENEWAL          *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
027900                 SQLCODE
028000         GO TO 9999-EXIT
028100     END-IF.
028125     IF SQLCODE EQUAL 0
028150         PERFORM 2350-FLAG-HOUSEHOLD THRU 2350-EXIT
028175     END-IF.
028200     MOVE 3 TO DB2-REMINDLEVEL-SINT.
028300     PERFORM 2500-SET-REMIND-LEVEL THRU 2500-EXIT.
028400     ADD 1 TO WS-LAPSED-COUNT.
028500 2300-EXIT.
028502     EXIT.
028504*****************************************************************
028506*    2350-FLAG-HOUSEHOLD - THE LAPSED POLICY NO LONGER COUNTS    *
028508*    TOWARDS THE HOUSEHOLD MULTI-POLICY DISCOUNT.  OTHER         *
028511*    DISCOUNTED POLICIES IN THE CUSTOMER'S CONFIRMED HOUSEHOLD   *
028513*    LEFT WITHOUT A LIVE POLICY ALONGSIDE THEM ARE FLAGGED 'R'   *
028515*    FOR THE DISCOUNT TO COME OFF AT THEIR NEXT RENEWAL - THE    *
028517*    SAME RULE THE LGCPDB01 CANCELLATION APPLIES.                *
028520*****************************************************************
028522 2350-FLAG-HOUSEHOLD.
028524     EXEC SQL
028526         UPDATE POLICY P
028528            SET HHDISCOUNT = 'R'
028531          WHERE COALESCE(P.HHDISCOUNT, 'N') = 'Y'
028533            AND COALESCE(P.STATUS, ' ')
028535                NOT IN ('C','L','M','S','D','X')
028537            AND P.CUSTOMERNUMBER IN
028540                ( SELECT H.CUSTOMERNUMBER
028542                    FROM CUSTOMERHOUSEHOLD H,
028544                         CUSTOMERHOUSEHOLD M
028546                   WHERE M.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
028548                     AND M.LINKSTATUS     = 'C'
028551                     AND H.HOUSEHOLDID    = M.HOUSEHOLDID
028553                     AND H.LINKSTATUS     = 'C' )
028555            AND NOT EXISTS
028557                ( SELECT 1
028560                    FROM POLICY O,
028562                         CUSTOMERHOUSEHOLD OH,
028564                         CUSTOMERHOUSEHOLD PH
028566                   WHERE PH.CUSTOMERNUMBER = P.CUSTOMERNUMBER
028568                     AND PH.LINKSTATUS     = 'C'
028571                     AND OH.HOUSEHOLDID    = PH.HOUSEHOLDID
028573                     AND OH.LINKSTATUS     = 'C'
028575                     AND O.CUSTOMERNUMBER  = OH.CUSTOMERNUMBER
028577                     AND O.POLICYNUMBER   <> P.POLICYNUMBER
028580                     AND COALESCE(O.STATUS, ' ')
028582                         NOT IN ('C','L','M','S','D','X') )
028584     END-EXEC.
028586     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
028588         DISPLAY 'LGARRS01 - HOUSEHOLD FLAG FAILED, SQLCODE='
028591                 SQLCODE
028593         GO TO 9999-EXIT
028595     END-IF.
028597 2350-EXIT.
028600     EXIT.
028700*****************************************************************
028800*    2400-WRITE-LETTER                                         *
