      *****************************************************
      *  LGFACX                                           *
      *  PARAMETER BLOCK FOR THE LGFACX01 TREATY CAPACITY *
      *  CHECK.  A HOUSE OR COMMERCIAL RISK WHOSE SUM     *
      *  INSURED (OUR SHARE OF IT FOR A CO-INSURED        *
      *  COMMERCIAL) EXCEEDS THE TREATY CAPACITY FOR THE  *
      *  TYPE NEEDS THE EXCESS PLACED FACULTATIVELY.      *
      *  CALLED AFTER THE RISK IS WRITTEN AT BIND AND AT  *
      *  MTA, IN THE CALLER'S UNIT OF WORK.               *
      *  RAISED-AT: B BIND, M MID-TERM ADJUSTMENT.        *
      *  OUT: THE CAPACITY USED, THE EXCESS STILL TO BE   *
      *  PLACED AND THE UNPLACED MARKER NOW ON THE POLICY.*
      *  RC: 00 OK, 90 DB2 ERROR (SQLCODE RETURNED).      *
      *****************************************************
       01  FCX-REQUEST.
           03  FCX-POLICY-NUM       PIC S9(9) COMP.
           03  FCX-POLICY-TYPE      PIC X(01).
           03  FCX-RAISED-AT        PIC X(01).
           03  FCX-SUM-INSURED      PIC S9(9) COMP.
           03  FCX-CAPACITY         PIC S9(9) COMP.
           03  FCX-EXCESS           PIC S9(9) COMP.
           03  FCX-UNPLACED         PIC X(01).
           03  FCX-RC               PIC X(02).
           03  FCX-SQLCODE          PIC S9(9) COMP.
