      *****************************************************
      *  LGCTOT                                           *
      *  PARAMETER BLOCK FOR THE LGCTOT01 JOB CONTROL-    *
      *  TOTAL SUBPROGRAM.  EVERY FINANCIAL JOB WRITES    *
      *  ONE STANDARD CONTROL RECORD PER CASH TYPE IT     *
      *  MOVED ON THE BUSINESS DATE (JOBCONTROLTOTAL);    *
      *  THE GL EXTRACT WRITES ITS OWN FOR WHAT IT FED    *
      *  THE LEDGER, AND LGBALN01 BALANCES THE TWO SIDES. *
      *  ACTION: W WRITE THE RECORD (A RERUN REPLACES THE *
      *  JOB'S EARLIER RECORD FOR THE DATE AND TYPE).     *
      *  CASH TYPE: COL DIRECT DEBIT COLLECTIONS, CLM     *
      *  CLAIM DISBURSEMENTS, RFD PREMIUM REFUNDS, BMC/   *
      *  BMD BANK LINES MATCHED (CREDIT/DEBIT), BSP BANK  *
      *  LINES TO SUSPENSE.  HASH TOTAL IS THE SUM OF THE *
      *  KEY NUMBERS (POLICY OR CLAIM) OF THE RECORDS.    *
      *  A BLANK BUSINESS DATE TAKES THE BUSINESSDATE     *
      *  CONTROL ROW, OR TODAY WHEN THERE IS NONE.        *
      *  RC: 00 OK, 90 DB2 ERROR (SQLCODE RETURNED),      *
      *  99 UNKNOWN ACTION.                               *
      *****************************************************
       01  CTOT-REQUEST.
           03  CTOT-ACTION          PIC X(01).
               88  CTOT-WRITE                 VALUE 'W'.
           03  CTOT-JOBNAME         PIC X(08).
           03  CTOT-BUSDATE         PIC X(10).
           03  CTOT-CASH-TYPE       PIC X(03).
           03  CTOT-RECORD-COUNT    PIC S9(9) COMP.
           03  CTOT-AMOUNT-TOTAL    PIC S9(11)V99 COMP-3.
           03  CTOT-HASH-TOTAL      PIC S9(15) COMP-3.
           03  CTOT-RC              PIC X(02).
           03  CTOT-SQLCODE         PIC S9(9) COMP.
