      *  CHANNEL CALLER IS ALREADY FREE OF IT.  TARGETS CONVERTED     *
      *  NATIVELY TO CONTAINERS CAN LATER BE LIFTED OUT OF THE        *
      *  BRIDGE ONE BY ONE WITHOUT TOUCHING THEIR CALLERS.            *
      *                                                               *
      *  AN OPTIONAL THIRD CONTAINER CARRIES THE CALLER'S REQUEST     *
      *  TOKEN FOR THE BIND, CARD AND INTERIM PAYMENT PROGRAMS:       *
      *    LGREQTOK  - UP TO 32 CHARACTERS, UNIQUE PER BUSINESS       *
      *                REQUEST AND REUSED ON EVERY RETRY OF IT        *
      *  THE BRIDGE PUTS IT IN THE TARGET'S TOKEN FIELD, LENGTHENING  *
      *  THE COMMAREA TO REACH IT IF NEED BE, SO A RETRY AFTER A      *
      *  TIMEOUT GETS THE FIRST OUTCOME BACK INSTEAD OF A SECOND      *
      *  POLICY OR PAYMENT.  OTHER TARGETS IGNORE IT.                 *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-FLENGTH                  PIC S9(8) COMP.
       01  WS-TARGET-PROGRAM           PIC X(08).
       01  WS-CONTAINER-AREA           PIC X(32500).
       01  WS-BRIDGE-COMMAREA REDEFINES WS-CONTAINER-AREA.
           COPY LGCMAREA.
       01  WS-REQUEST-TOKEN            PIC X(32).
       01  WS-TOKEN-CA-LEN             PIC S9(8) COMP.
       01  WS-CA-HEADER-LEN            PIC S9(4) COMP VALUE +28.
           COPY LGPOLICY.
       01  WS-ERROR-MSG.
           03 FILLER                   PIC X(09) VALUE 'LGCHNA01 '.
           03 WS-EM-TEXT               PIC X(30).
           03 WS-EM-TARGET             PIC X(08).
       77  LGTARGET-CONTAINER          PIC X(16) VALUE 'LGTARGET'.
       77  LGCMAREA-CONTAINER          PIC X(16) VALUE 'LGCMAREA'.
       77  LGREQTOK-CONTAINER          PIC X(16) VALUE 'LGREQTOK'.
       PROCEDURE DIVISION.
       MAINLINE SECTION.
           INITIALIZE WS-HEADER.
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE WS-TARGET-PROGRAM TO WS-EM-TARGET
           MOVE SPACES TO WS-CONTAINER-AREA
           MOVE LENGTH OF WS-CONTAINER-AREA TO WS-FLENGTH
           EXEC CICS GET CONTAINER(LGCMAREA-CONTAINER)
                     INTO(WS-CONTAINER-AREA)
             PERFORM REPORT-BRIDGE-ERROR
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM PLACE-REQUEST-TOKEN THRU PLACE-REQUEST-TOKEN-EXIT
      *    THE TARGET SEES A CLASSIC COMMAREA OF EXACTLY THE LENGTH
      *    THE CALLER SUPPLIED, SO ITS EIBCALEN VALIDATION KEEPS
      *    WORKING UNCHANGED
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  NO LGREQTOK CONTAINER (OR A BLANK ONE) LEAVES THE REQUEST
      *  EXACTLY AS THE CALLER BUILT IT
       PLACE-REQUEST-TOKEN.
           MOVE SPACES TO WS-REQUEST-TOKEN
           MOVE LENGTH OF WS-REQUEST-TOKEN TO WS-TOKEN-CA-LEN
           EXEC CICS GET CONTAINER(LGREQTOK-CONTAINER)
                     INTO(WS-REQUEST-TOKEN)
                     FLENGTH(WS-TOKEN-CA-LEN)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              WS-REQUEST-TOKEN EQUAL SPACES
             GO TO PLACE-REQUEST-TOKEN-EXIT
           END-IF
           EVALUATE WS-TARGET-PROGRAM
             WHEN 'LGAPDB01'
               MOVE WS-FULL-PTOKEN-LEN TO WS-TOKEN-CA-LEN
               MOVE WS-REQUEST-TOKEN   TO CA-POL-REQUEST-TOKEN
             WHEN 'LGCARD01'
               ADD WS-CA-HEADER-LEN WS-FULL-CRDT-LEN
                   GIVING WS-TOKEN-CA-LEN
               MOVE WS-REQUEST-TOKEN   TO CA-CRD-REQUEST-TOKEN
             WHEN 'LGINTP01'
               ADD WS-CA-HEADER-LEN WS-FULL-ITPT-LEN
                   GIVING WS-TOKEN-CA-LEN
               MOVE WS-REQUEST-TOKEN   TO CA-INT-REQUEST-TOKEN
             WHEN OTHER
               GO TO PLACE-REQUEST-TOKEN-EXIT
           END-EVALUATE
           IF WS-FLENGTH LESS THAN WS-TOKEN-CA-LEN
             MOVE WS-TOKEN-CA-LEN TO WS-FLENGTH
           END-IF.
       PLACE-REQUEST-TOKEN-EXIT.
           EXIT.
       REPORT-BRIDGE-ERROR.
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(WS-ERROR-MSG)
