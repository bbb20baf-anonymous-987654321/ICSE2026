      *****************************************************
      *  LGVRPL                                           *
      *  VSAMREPLAY ROW - A VSAM MIRROR WRITE THAT FAILED *
      *  ONLINE, PARKED WITH THE IMAGE IT SHOULD HAVE     *
      *  WRITTEN.  THE COMMAREA IMAGE IS WHAT THE MIRROR  *
      *  PROGRAM (LGxxVS01) WAS LINKED WITH AND IS WHAT   *
      *  THE REPLAY TRANSACTION (LGVRPL01) LINKS IT WITH  *
      *  AGAIN.  FOR THE POLICY MIRRORS THE POLICY VSAM   *
      *  RECORD ITSELF (LGPOLVS LAYOUT) IS ALSO HELD SO   *
      *  THE NIGHTLY REPLAY STEP (LGVRPB01) CAN WRITE IT  *
      *  STRAIGHT TO POLVSAM; IT IS SPACES FOR THE        *
      *  CUSTOMER MIRROR.                                 *
      *  STATUS: P PARKED, D REPLAYED, X SUPERSEDED BY A  *
      *  LATER CHANGE.  A PARKED ROW IS RETRIED UNTIL IT  *
      *  GOES THROUGH; ONE WITH VRPL-MAX-ATTEMPTS OR MORE *
      *  FAILED TRIES IS REPORTED AS STUCK.               *
      *****************************************************
       01  DB2-VRPL-ROW.
           03 DB2-VRPL-ID              PIC S9(9) COMP.
           03 DB2-VRPL-MIRRORPGM       PIC X(08).
           03 DB2-VRPL-SOURCEPGM       PIC X(08).
           03 DB2-VRPL-REQUESTID       PIC X(06).
           03 DB2-VRPL-CUSTOMERNUM     PIC S9(9) COMP.
           03 DB2-VRPL-POLICYNUM       PIC S9(9) COMP.
           03 DB2-VRPL-STATUS          PIC X(01).
           03 DB2-VRPL-ATTEMPTS        PIC S9(4) COMP.
           03 DB2-VRPL-LINKLEN         PIC S9(4) COMP.
           03 DB2-VRPL-PARKEDTIME      PIC X(26).
           03 DB2-VRPL-POLIMAGE        PIC X(100).
           03 DB2-VRPL-POLIMAGE-R REDEFINES DB2-VRPL-POLIMAGE.
              05 DB2-VRPL-PI-POLICYNUM PIC 9(10).
              05 DB2-VRPL-PI-CUSTNUM   PIC 9(10).
              05 DB2-VRPL-PI-STATUS    PIC X(01).
              05 DB2-VRPL-PI-ISSUEDATE PIC X(10).
              05 DB2-VRPL-PI-EXPIRYDT  PIC X(10).
              05 DB2-VRPL-PI-LASTCHG   PIC X(26).
              05 FILLER                PIC X(33).
           03 DB2-VRPL-COMMAREA.
              49 DB2-VRPL-COMM-LEN     PIC S9(4) COMP.
              49 DB2-VRPL-COMM-TEXT    PIC X(32500).
       01  VRPL-MAX-ATTEMPTS           PIC S9(4) COMP VALUE +5.
