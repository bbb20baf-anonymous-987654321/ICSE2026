      *****************************************************
      *  LGPTHR                                           *
      *  PARAMETER BLOCK FOR THE LGPTHR01 PARTNER LIMIT   *
      *  SUBPROGRAM.  EVERY REQUEST FROM A PARTNER ON THE *
      *  WEB OR AGGREGATOR CHANNEL IS CHECKED AGAINST THE *
      *  PARTNER'S ROW ON THE PARTNER REGISTRY (REQUESTS  *
      *  PER MINUTE AND QUOTES PER DAY, ZERO = NO LIMIT)  *
      *  AND COUNTED ON PARTNERUSAGE FOR THE DAY.         *
      *  CHANNEL: W WEB ADAPTER - BOTH LIMITS APPLY,      *
      *  A AGGREGATOR FILE - THE DAILY QUOTA ONLY, THE    *
      *  FILE IS PACED BY THE BATCH.                      *
      *  QUOTE FLAG: Y THE REQUEST COUNTS TO THE DAILY    *
      *  QUOTE QUOTA.                                     *
      *  RC: 00 ALLOWED, 01 NOT A REGISTERED PARTNER -    *
      *  ALLOWED AND NOT COUNTED, 02 OVER THE PER-MINUTE  *
      *  LIMIT - THROTTLED, 03 DAILY QUOTE QUOTA USED UP  *
      *  - REJECTED, BOTH WITH THE SECONDS TO WAIT IN     *
      *  RETRY-AFTER, 04 PARTNER SUSPENDED - REJECTED,    *
      *  90 DB2 ERROR (SQLCODE RETURNED).                 *
      *****************************************************
       01  PTH-REQUEST.
           03  PTH-PARTNER-ID       PIC X(08).
           03  PTH-CHANNEL          PIC X(01).
               88  PTH-WEB                    VALUE 'W'.
               88  PTH-AGGREGATOR             VALUE 'A'.
           03  PTH-QUOTE-FLAG       PIC X(01).
               88  PTH-QUOTE                  VALUE 'Y'.
           03  PTH-RETRY-AFTER      PIC 9(05).
           03  PTH-RC               PIC X(02).
           03  PTH-SQLCODE          PIC S9(9) COMP.
