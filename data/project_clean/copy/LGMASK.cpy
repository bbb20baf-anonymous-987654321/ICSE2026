      *****************************************************
      *  LGMASK                                           *
      *  PARAMETER BLOCK FOR THE LGMASK01 BANK AND CARD   *
      *  DETAIL MASKING RULE - THE ONE RULE THE SUITE     *
      *  USES WHEREVER A SORT CODE, ACCOUNT NUMBER OR     *
      *  CARD NUMBER/TOKEN LEAVES FOR A RECEIVER NOT      *
      *  ENTITLED TO IT IN CLEAR.  THE VALUE IS MASKED IN *
      *  PLACE WITH '*', LEAVING ONLY THE TAIL IN CLEAR.  *
      *  TYPE: S SORT CODE (LAST 2 KEPT), A ACCOUNT       *
      *  NUMBER (LAST 4 KEPT), C CARD NUMBER OR TOKEN     *
      *  (LAST 4 KEPT).  SPACES ARE LEFT AS SPACES.       *
      *  RC: 00 OK, 99 UNKNOWN TYPE (VALUE FULLY MASKED). *
      *****************************************************
       01  MSK-REQUEST.
           03  MSK-TYPE             PIC X(01).
               88  MSK-SORTCODE               VALUE 'S'.
               88  MSK-ACCOUNT                VALUE 'A'.
               88  MSK-CARD                   VALUE 'C'.
           03  MSK-VALUE            PIC X(20).
           03  MSK-RC               PIC X(02).
