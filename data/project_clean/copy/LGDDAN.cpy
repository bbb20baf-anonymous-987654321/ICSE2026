      *****************************************************
      *  LGDDAN                                           *
      *  PARAMETER BLOCK FOR THE LGDDAN01 DIRECT DEBIT    *
      *  ADVANCE NOTICE SUBPROGRAM.  ANY CHANGE TO THE    *
      *  AMOUNT OR DATE A DIRECT DEBIT PAYER WILL BE      *
      *  COLLECTED IS RECORDED ON DDNOTICE AND THE PAYER  *
      *  IS SENT A NOTICE THROUGH THE NOTIFICATION QUEUE; *
      *  LGDDC01 HOLDS THE CHANGED COLLECTION UNTIL THE   *
      *  NOTICE PERIOD HAS RUN, OR COLLECTS THE AMOUNT    *
      *  LAST NOTIFIED IF THE NOTICE COULD NOT BE GIVEN.  *
      *  ACTION: R RAISE A NOTICE.                        *
      *  COLLECTION TYPE: R REGULAR INSTALMENT STREAM,    *
      *  M ONE-OFF MID-TERM ADJUSTMENT COLLECTION.        *
      *  CUSTOMER NUMBER ZERO - TAKEN FROM THE POLICY;    *
      *  NEW DATE SPACES - TODAY.  EFFECTIVE DATE (THE    *
      *  FIRST DAY THE CHANGE MAY BE COLLECTED) RETURNED. *
      *  RC: 00 NOTICE QUEUED, 01 NO CHANGE TO NOTIFY,    *
      *  02 NO CONTACT ADDRESS - NOTICE CANNOT BE GIVEN,  *
      *  THE LAST NOTIFIED AMOUNT WILL BE COLLECTED,      *
      *  03 NOT A DIRECT DEBIT PAYER - NOTHING RECORDED,  *
      *  90 DB2 ERROR (SQLCODE RETURNED).                 *
      *****************************************************
       01  DDN-REQUEST.
           03  DDN-ACTION           PIC X(01).
               88  DDN-RAISE                  VALUE 'R'.
           03  DDN-POLICY-NUM       PIC 9(10).
           03  DDN-CUSTOMER-NUM     PIC 9(10).
           03  DDN-SOURCE           PIC X(03).
           03  DDN-COLL-TYPE        PIC X(01).
               88  DDN-REGULAR                VALUE 'R'.
               88  DDN-ONE-OFF                VALUE 'M'.
           03  DDN-OLD-AMOUNT       PIC 9(07)V99.
           03  DDN-NEW-AMOUNT       PIC 9(07)V99.
           03  DDN-OLD-DATE         PIC X(10).
           03  DDN-NEW-DATE         PIC X(10).
           03  DDN-EFFECTIVE-DATE   PIC X(10).
           03  DDN-RC               PIC X(02).
           03  DDN-SQLCODE          PIC S9(9) COMP.
