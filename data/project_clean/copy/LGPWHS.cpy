      *****************************************************
      *  LGPWHS                                           *
      *  PARAMETER BLOCK FOR THE LGPWHS01 PASSWORD HASH   *
      *  SUBPROGRAM.  CUSTOMER_SECURE HOLDS ONLY A SALT   *
      *  AND A ONE-WAY HASH OF SALT PLUS PASSWORD - THE   *
      *  PASSWORD ITSELF IS NEVER STORED.                 *
      *  ACTION: N NEW SALT THEN HASH (ADD, CHANGE AND    *
      *  RESET PATHS), V VERIFY THE PASSWORD AGAINST THE  *
      *  SUPPLIED SALT AND HASH (RESULT Y MATCH, N NO     *
      *  MATCH).                                          *
      *  RC: 00 OK, 90 DB2 ERROR (SQLCODE RETURNED).      *
      *****************************************************
       01  PWH-REQUEST.
           03  PWH-ACTION           PIC X(01).
           03  PWH-PASSWORD         PIC X(32).
           03  PWH-SALT             PIC X(16).
           03  PWH-HASH             PIC X(64).
           03  PWH-RESULT           PIC X(01).
           03  PWH-RC               PIC X(02).
           03  PWH-SQLCODE          PIC S9(9) COMP.
