      *****************************************************
      *  LGIDEM                                           *
      *  PARAMETER BLOCK FOR THE LGIDEM01 REQUEST-TOKEN   *
      *  SUBPROGRAM - A CALLER THAT TIMES OUT AND RESENDS *
      *  THE SAME BIND OR PAYMENT WITH THE SAME TOKEN IS  *
      *  GIVEN BACK THE FIRST OUTCOME INSTEAD OF A SECOND *
      *  POLICY, CARD CHARGE OR INTERIM PAYMENT.          *
      *  ACTION: B BEGIN - CLAIM THE TOKEN BEFORE ACTING, *
      *  WITH THE PROGRAM, REQUEST ID AND KEY (POLICY,    *
      *  CUSTOMER OR CLAIM NUMBER) FILLED IN;             *
      *  E END - RECORD THE OUTCOME (RETURN CODE AND      *
      *  REPLY DATA) AGAINST THE TOKEN.  A TOKEN BEGUN    *
      *  BUT NEVER ENDED (THE FIRST ATTEMPT FAILED BEFORE *
      *  IT ACTED) IS CLAIMED AFRESH BY THE RESEND.       *
      *  RC: 00 NEW REQUEST - ACT ON IT, 01 REPEAT - THE  *
      *  FIRST OUTCOME IS RETURNED IN OUTCOME-RC AND      *
      *  REPLY-DATA, 02 TOKEN ALREADY USED FOR A          *
      *  DIFFERENT REQUEST OR KEY, 90 TOKEN TABLE ERROR.  *
      *****************************************************
       01  IDM-REQUEST.
           03  IDM-ACTION           PIC X(01).
               88  IDM-BEGIN                  VALUE 'B'.
               88  IDM-END                    VALUE 'E'.
           03  IDM-TOKEN            PIC X(32).
           03  IDM-PROGRAM          PIC X(08).
           03  IDM-REQUEST-ID       PIC X(06).
           03  IDM-KEY-NUM          PIC 9(10).
           03  IDM-OUTCOME-RC       PIC X(02).
           03  IDM-REPLY-DATA       PIC X(80).
           03  IDM-RC               PIC X(02).
