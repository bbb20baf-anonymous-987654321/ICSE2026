      *****************************************************
      *  LGPADR                                           *
      *  PARAMETER BLOCK FOR THE LGPADR01 POSTAL ADDRESS  *
      *  CHECK.  THE HOUSE NAME, NUMBER AND POSTCODE ARE  *
      *  STANDARDISED IN PLACE (UPPER CASE, LEFT          *
      *  JUSTIFIED, POSTCODE AS OUTWARD SPACE INWARD).    *
      *  ACTION: S STANDARDISE ONLY, V STANDARDISE THEN   *
      *  MATCH AGAINST THE LOADED POSTALADDRESS FILE.     *
      *  RESULT: M MATCHED (UPRN AND THE REFERENCE FILE'S *
      *  OWN NAME AND NUMBER RETURNED), P POSTCODE KNOWN  *
      *  BUT NO PROPERTY MATCHED, N POSTCODE NOT ON THE   *
      *  FILE, I POSTCODE NOT A VALID FORMAT.  ACTION S   *
      *  RETURNS ONLY I OR SPACE.                         *
      *  RC: 00 OK, 90 DB2 ERROR (SQLCODE RETURNED).      *
      *****************************************************
       01  PAD-REQUEST.
           03  PAD-ACTION           PIC X(01).
           03  PAD-HOUSE-NAME       PIC X(20).
           03  PAD-HOUSE-NUM        PIC X(04).
           03  PAD-POSTCODE         PIC X(08).
           03  PAD-RESULT           PIC X(01).
               88  PAD-MATCHED                VALUE 'M'.
               88  PAD-NO-PROPERTY            VALUE 'P'.
               88  PAD-NO-POSTCODE            VALUE 'N'.
               88  PAD-INVALID                VALUE 'I'.
           03  PAD-UPRN             PIC S9(12) COMP-3.
           03  PAD-RC               PIC X(02).
           03  PAD-SQLCODE          PIC S9(9) COMP.
