      *****************************************************
      *  LGCOIC                                           *
      *  PARAMETER BLOCK FOR THE LGCOIC01 CONFLICT OF     *
      *  INTEREST SUBPROGRAM.  BEFORE A USER ACTS ON A    *
      *  CLAIM, SETTLEMENT, INTERIM PAYMENT, REFUND,      *
      *  CANCELLATION OR HELPDESK UNLOCK THE CUSTOMER IS  *
      *  CHECKED AGAINST THE USER'S ACTIVE ROWS ON        *
      *  STAFFCONNECTION (THE USER'S OWN CUSTOMER RECORD  *
      *  AND DECLARED CONNECTED PARTIES, KEPT BY          *
      *  LGSCON01).  GIVE THE LOWEST LEVEL KNOWN - A      *
      *  CLAIM NUMBER, ELSE A POLICY NUMBER, ELSE THE     *
      *  CUSTOMER NUMBER; THE REST ARE ZERO.              *
      *  A CONNECTED USER IS REFUSED: THE ATTEMPT IS      *
      *  LOGGED ON COIBLOCK AND THE WORK ROUTED TO AN     *
      *  UNCONNECTED HANDLER - A CLAIM IS REALLOCATED IF  *
      *  ITS HANDLER IS CONNECTED AND GIVEN A DIARY TASK, *
      *  ANYTHING ELSE GOES TO A COLLEAGUE IN THE USER'S  *
      *  ROLE.  ROUTED-TO SPACES - NOBODY QUALIFIED, THE  *
      *  TEAM LEADER PLACES IT FROM THE MONTHLY REPORT.   *
      *  RC: 00 NOT CONNECTED - PROCEED, 01 CONNECTED -   *
      *  REFUSED (RELATIONSHIP AND ROUTED-TO RETURNED),   *
      *  90 DB2 ERROR (SQLCODE RETURNED).                 *
      *  RELATIONSHIP: S OWN RECORD, F FAMILY/HOUSEHOLD,  *
      *  A OTHER DECLARED ASSOCIATE.                      *
      *****************************************************
       01  COI-REQUEST.
           03  COI-OPERATOR-ID      PIC X(08).
           03  COI-PROGRAM          PIC X(08).
           03  COI-REQUEST-ID       PIC X(06).
           03  COI-CUSTOMER-NUM     PIC 9(10).
           03  COI-POLICY-NUM       PIC 9(10).
           03  COI-CLAIM-NUM        PIC 9(10).
           03  COI-RELATIONSHIP     PIC X(01).
               88  COI-OWN-RECORD             VALUE 'S'.
               88  COI-FAMILY                 VALUE 'F'.
               88  COI-ASSOCIATE              VALUE 'A'.
           03  COI-ROUTED-TO        PIC X(08).
           03  COI-RC               PIC X(02).
           03  COI-SQLCODE          PIC S9(9) COMP.
