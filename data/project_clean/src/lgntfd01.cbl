001106*                     ARE NO LONGER DISPATCHED                   *
001110*    08/22/26  LGIT   CONSENT-DRIVEN DELIVERY CHANNEL CARRIED    *
001120*                     ON THE GATEWAY HAND-OFF                    *
001130*    10/15/26  LGIT   NOTIFICATION REFERENCE (E.G. THE CLAIM     *
001140*                     NUMBER ON A SURVEY INVITATION) CARRIED     *
001150*                     ON THE GATEWAY HAND-OFF                    *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
004200     05  NS-EMAILADDRESS         PIC X(50).
004300     05  NS-NOTIFYTYPE           PIC X(12).
004350     05  NS-CHANNEL              PIC X(01).
004360     05  NS-NOTIFYREF            PIC X(10).
004400     05  FILLER                  PIC X(01).
004500*****************************************************************
004600*    NT-RETURN-FILE - THE GATEWAY'S OUTCOME FOR A PRIOR CYCLE'S  *
004700*    SUBMISSION: 'S' DELIVERED, 'T' TRANSIENT FAILURE (RETRY),   *
010400 01  DB2-EMAILADDRESS            PIC X(50).
010500 01  DB2-NOTIFYTYPE              PIC X(12).
010510 01  DB2-CHANNEL                 PIC X(01).
010520 01  DB2-NOTIFYREF               PIC X(10).
010600 01  DB2-RETRYCOUNT-SINT         PIC S9(4) COMP.
010700*****************************************************************
010800*    REPORT LINE LAYOUTS                                       *
016000         DECLARE PENDING-NOTIFY CURSOR FOR
016100           SELECT CUSTOMERNUM, POLICYNUM, EMAILADDRESS,
016200                  NOTIFYTYPE, QUEUEDTIME,
016210                  COALESCE(CHANNEL, 'E'),
016220                  COALESCE(NOTIFYREF, ' ')
016300             FROM NOTIFICATIONQUEUE
016400            WHERE STATUS = 'PENDING'
016410              AND CUSTOMERNUM NOT IN
022900     MOVE DB2-EMAILADDRESS    TO NS-EMAILADDRESS.
023000     MOVE DB2-NOTIFYTYPE      TO NS-NOTIFYTYPE.
023050     MOVE DB2-CHANNEL         TO NS-CHANNEL.
023060     MOVE DB2-NOTIFYREF       TO NS-NOTIFYREF.
023100     WRITE NS-SUBMISSION-RECORD.
023200     EXEC SQL
023300         UPDATE NOTIFICATIONQUEUE
025300         FETCH PENDING-NOTIFY
025400           INTO :DB2-CUSTOMERNUM-INT, :DB2-POLICYNUM-INT,
025500                :DB2-EMAILADDRESS, :DB2-NOTIFYTYPE,
025600                :DB2-QUEUEDTIME, :DB2-CHANNEL,
025610                :DB2-NOTIFYREF
025700     END-EXEC.
025800     EVALUATE SQLCODE
025900         WHEN 0
