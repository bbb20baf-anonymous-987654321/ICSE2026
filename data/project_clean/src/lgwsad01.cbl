      *    QUOTE      POST 01QCOM (LGAPDB01)                         *
      *    CLAIM      GET 01ICLM (LGICLM01)  POST 01ACLM (LGACLM01)  *
      *    COMPLAINT  POST 01ACMP (LGACMP01)                         *
      *    PAYMENT    POST 01CAUT (LGCARD01)                         *
      *                                                              *
      *  A CALLER MAY SEND A REQUEST-TOKEN IN THE BODY, UNIQUE PER   *
      *  BUSINESS REQUEST AND REUSED ON EVERY RETRY OF IT.  IT IS    *
      *  PASSED TO THE PROGRAMS THAT HONOUR IT (CARD PAYMENT), SO A  *
      *  RETRY AFTER A TIMEOUT GETS THE FIRST OUTCOME BACK INSTEAD   *
      *  OF A SECOND CHARGE.                                         *
      *                                                              *
      *  A PARTNER IS KNOWN BY THE USER ID ITS CONNECTION SIGNS ON   *
      *  WITH.  EVERY REQUEST FROM A REGISTERED PARTNER IS HELD TO   *
      *  ITS AGREED REQUESTS PER MINUTE AND QUOTES PER DAY (LGPTHR01 *
      *  AND THE PARTNER REGISTRY).  ONE OVER EITHER LIMIT IS NOT    *
      *  PROCESSED - IT IS ANSWERED AT ONCE WITH RETURN CODE 71 AND  *
      *  THE SECONDS TO WAIT IN RETRY-AFTER; A SUSPENDED PARTNER IS  *
      *  ANSWERED WITH RETURN CODE 88.                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               09 COMPLAINT-DATE                PIC X(10).
               09 COMPLAINT-DESCRIPTION         PIC X(40).
               09 RETURN-CODE-OUT               PIC X(02).
               09 REQUEST-TOKEN                 PIC X(32).
               09 PAYMENT-AMOUNT                PIC 9(07)V99.
               09 CARD-TOKEN                    PIC X(16).
               09 AUTH-CODE                     PIC X(08).
               09 RETRY-AFTER                   PIC 9(05).
       01  LG-REQUEST-AREA.
           COPY LGCMAREA.
       01 DEFAULT-CHANNEL            PIC X(16).
       77 UNSUPPORTED-RESRC-ABCODE   PIC X(04) VALUE 'URES'.
       77 METHOD-GET                 PIC X(8) VALUE 'GET     '.
       77 METHOD-POST                PIC X(8) VALUE 'POST    '.
       77 PARTNER-REFUSED-SW         PIC X(01) VALUE 'N'.
          88 PARTNER-REFUSED                   VALUE 'Y'.
       77 LGPTHR01                   PIC X(8) VALUE 'LGPTHR01'.
           COPY LGPTHR.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           PERFORM RETRIEVE-METHOD.
           PERFORM RETRIEVE-RESOURCE.
           PERFORM GET-REQUEST-ROOT-DATA.
           PERFORM CHECK-PARTNER-LIMITS.
           IF NOT PARTNER-REFUSED
              PERFORM PROCESS-RESOURCE
           END-IF.
           PERFORM PUT-RESPONSE-ROOT-DATA.
           EXEC CICS RETURN
                     RESP(RESP)
           THEN
              PERFORM GENERIC-ABEND
           END-IF.
      *****************************************************************
      *  CHECK-PARTNER-LIMITS - A QUOTE COUNTS TO THE DAILY QUOTA AS *
      *  WELL AS THE MINUTE RATE.  THE COUNT IS COMMITTED BEFORE THE *
      *  REQUEST IS PROCESSED SO THE PARTNER'S OTHER REQUESTS DO NOT *
      *  WAIT ON ITS USAGE ROW.  IF THE COUNTS CANNOT BE REACHED THE *
      *  REQUEST GOES THROUGH - THE LIMITS PROTECT THE SERVICE, THEY *
      *  ARE NOT A REASON TO REFUSE IT.                              *
      *****************************************************************
       CHECK-PARTNER-LIMITS.
           EXEC CICS ASSIGN USERID(PTH-PARTNER-ID)
           END-EXEC
           MOVE 'W' TO PTH-CHANNEL
           IF WS-RESOURCE = 'QUOTE'
              MOVE 'Y' TO PTH-QUOTE-FLAG
           ELSE
              MOVE 'N' TO PTH-QUOTE-FLAG
           END-IF
           CALL LGPTHR01 USING PTH-REQUEST
           EVALUATE PTH-RC
               WHEN '02'
               WHEN '03'
                    MOVE '71'            TO RETURN-CODE-OUT
                    MOVE PTH-RETRY-AFTER TO RETRY-AFTER
                    SET PARTNER-REFUSED  TO TRUE
               WHEN '04'
                    MOVE '88'            TO RETURN-CODE-OUT
                    SET PARTNER-REFUSED  TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           EXEC CICS SYNCPOINT
           END-EXEC.
       PROCESS-RESOURCE.
           EVALUATE WS-RESOURCE
               WHEN 'CUSTOMER'
                    PERFORM CLAIM-RESOURCE
               WHEN 'COMPLAINT'
                    PERFORM COMPLAINT-RESOURCE
               WHEN 'PAYMENT'
                    PERFORM PAYMENT-RESOURCE
               WHEN OTHER
                    EXEC CICS ABEND
                        ABCODE(UNSUPPORTED-RESRC-ABCODE)
           END-EXEC
           MOVE CA-CMP-NUM     TO CLAIM-NUMBER
           MOVE CA-RETURN-CODE TO RETURN-CODE-OUT.
       PAYMENT-RESOURCE.
           IF WS-HTTP-METHOD NOT = METHOD-POST
              EXEC CICS ABEND
                  ABCODE(UNSUPPORTED-METHOD-ABCODE)
              END-EXEC
           END-IF
           MOVE '01CAUT' TO CA-REQUEST-ID
           MOVE CUSTOMER-NUMBER TO CA-CUSTOMER-NUM
           MOVE POLICY-NUMBER   TO CA-CRD-POLICY-NUM
           MOVE PAYMENT-AMOUNT  TO CA-CRD-AMOUNT
           MOVE CARD-TOKEN      TO CA-CRD-TOKEN
           MOVE REQUEST-TOKEN   TO CA-CRD-REQUEST-TOKEN
           EXEC CICS LINK PROGRAM('LGCARD01')
                     COMMAREA(LG-REQUEST-AREA)
                     LENGTH(32500)
           END-EXEC
           MOVE CA-CRD-AUTH-CODE TO AUTH-CODE
           MOVE SPACES           TO CARD-TOKEN
           MOVE CA-RETURN-CODE   TO RETURN-CODE-OUT.
       PUT-RESPONSE-ROOT-DATA.
           EXEC CICS PUT
                     CONTAINER('DFHWS-DATA')
