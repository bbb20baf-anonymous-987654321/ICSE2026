      *****************************************************
      *  LGACHG                                           *
      *  PARAMETER BLOCK FOR THE LGACHG01 ACCOUNT-CHANGE  *
      *  HOLD SUBPROGRAM.  A CHANGE OF MOBILE OR EMAIL    *
      *  (LGUCDB01) OR OF BANK DETAILS (LGPAYE01,         *
      *  LGMNDT01) OPENS A COOLING HOLD ON THE CUSTOMER;  *
      *  A REFUND, CLAIM PAYMENT OR LOAN ADVANCE DUE      *
      *  INSIDE THE COOLING WINDOW IS HELD UNTIL THE      *
      *  CHANGE IS RELEASED BY AN OTP SENT TO THE MOBILE  *
      *  HELD BEFORE THE CHANGE (LGOTP01) OR BY A STAFF   *
      *  CALL-BACK (LGACBK01).                            *
      *  ACTION: R RECORD A CHANGE, H CHECK A PAYMENT AND *
      *  RECORD THE HOLD (RESULT Y HELD, N PAY), P PRIOR  *
      *  MOBILE OF THE EARLIEST UNRELEASED CHANGE, X      *
      *  RELEASE THE CUSTOMER'S CHANGES AND HELD          *
      *  PAYMENTS, I INQUIRE (EARLIEST UNRELEASED CHANGE  *
      *  AND COUNT OF PAYMENTS HELD).                     *
      *  CHANGE TYPE: C CONTACT DETAILS, B BANK DETAILS.  *
      *  PAY TYPE: F CLAIM FINAL, L CLAIM LINE, I CLAIM   *
      *  INTERIM, R PREMIUM REFUND, E ENDOWMENT LOAN      *
      *  ADVANCE.  RELEASE METHOD: O OTP, S STAFF CALL-   *
      *  BACK.  RUN DATE IS THE ISO DATE A PAYMENT IS     *
      *  CHECKED FOR (SPACES TAKES TODAY).                *
      *  RC: 00 OK, 01 NO UNRELEASED CHANGE, 90 DB2 ERROR *
      *  (SQLCODE RETURNED), 99 UNKNOWN ACTION.           *
      *****************************************************
       01  ACH-REQUEST.
           03  ACH-ACTION           PIC X(01).
               88  ACH-RECORD                 VALUE 'R'.
               88  ACH-HOLD-CHECK             VALUE 'H'.
               88  ACH-PRIOR-MOBILE-REQ       VALUE 'P'.
               88  ACH-RELEASE                VALUE 'X'.
               88  ACH-INQUIRE                VALUE 'I'.
           03  ACH-CUSTOMER-NUM     PIC S9(9) COMP.
           03  ACH-CHANGE-TYPE      PIC X(01).
           03  ACH-PROGRAM          PIC X(08).
           03  ACH-OPERATOR         PIC X(08).
           03  ACH-PRIOR-MOBILE     PIC X(12).
           03  ACH-PAY-TYPE         PIC X(01).
           03  ACH-CLAIM-NUM        PIC S9(9) COMP.
           03  ACH-LINE-SEQ         PIC S9(4) COMP.
           03  ACH-POLICY-NUM       PIC S9(9) COMP.
           03  ACH-AMOUNT           PIC S9(9)V99 COMP-3.
           03  ACH-RUN-DATE         PIC X(10).
           03  ACH-RELEASE-METHOD   PIC X(01).
           03  ACH-CALLBACK-REF     PIC X(20).
           03  ACH-RESULT           PIC X(01).
           03  ACH-CHANGE-TIME      PIC X(26).
           03  ACH-CHANGE-OPERATOR  PIC X(08).
           03  ACH-HELD-COUNT       PIC S9(4) COMP.
           03  ACH-RC               PIC X(02).
           03  ACH-SQLCODE          PIC S9(9) COMP.
