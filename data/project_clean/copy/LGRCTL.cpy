      *  PARAMETER BLOCK FOR THE LGRCTL01 BATCH           *
      *  RUN-CONTROL SUBPROGRAM.                          *
      *  ACTION: S REGISTER START (PREREQS AND DOUBLE-RUN *
      *  VERIFIED), E REGISTER SUCCESSFUL END, C CHECK AN *
      *  ONLINE UPDATE AGAINST THE TABLES AND POLICY      *
      *  TYPES RUNNING JOBS DECLARE THEY LOCK             *
      *  (BATCHLOCKDECL) - CALLED BY THE ONLINE UPDATE    *
      *  AND CANCEL TRANSACTIONS WITH THE TABLE, POLICY   *
      *  NUMBER, PROGRAM AND REQUEST ID FILLED IN.        *
      *  RECORD COUNT IS ZEROED AT START; A JOB MAY SET   *
      *  IT BEFORE END TO RECORD THE VOLUME IT PROCESSED  *
      *  (LEFT ZERO, THE JOB'S CONTROL-TOTAL RECORDS ON   *
      *  JOBCONTROLTOTAL ARE COUNTED INSTEAD).            *
      *  RC: 00 OK, 01 PREREQUISITE NOT COMPLETE,         *
      *  02 ALREADY RUN THIS DATE WITHOUT A RESTART FLAG, *
      *  03 A RUNNING JOB HOLDS THE TABLE (BLOCKING JOB   *
      *  RETURNED, REFUSAL LOGGED), 90 CONTROL TABLE      *
      *  ERROR.                                           *
      *****************************************************
       01  RCTL-REQUEST.
           03  RCTL-ACTION          PIC X(01).
               05  RCTL-BD-DD       PIC X(02).
           03  RCTL-RC              PIC X(02).
           03  RCTL-PREREQ-MISSING  PIC X(08).
           03  RCTL-LOCK-TABLE      PIC X(18).
           03  RCTL-POLICY-NUM      PIC S9(9) COMP.
           03  RCTL-ONLINE-PROGRAM  PIC X(08).
           03  RCTL-ONLINE-REQUEST  PIC X(06).
           03  RCTL-BLOCKING-JOB    PIC X(08).
           03  RCTL-RECORD-COUNT    PIC S9(9) COMP.
