      *****************************************************
       01  WS-COMMAREA-TYPE-LENGTHS.
           03 WS-CUSTOMER-LEN          PIC S9(4) COMP VALUE +141.
           03 WS-CUSTOMER-ADDR-LEN     PIC S9(4) COMP VALUE +20.
           03 WS-FULL-ENDOW-LEN        PIC S9(4) COMP VALUE +116.
           03 WS-FULL-HOUSE-LEN        PIC S9(4) COMP VALUE +212.
           03 WS-FULL-MOTOR-LEN        PIC S9(4) COMP VALUE +322.
           03 WS-FULL-COMM-LEN         PIC S9(4) COMP VALUE +474.
           03 WS-FULL-COIN-LEN         PIC S9(4) COMP VALUE +227.
           03 WS-FULL-EL-LEN           PIC S9(4) COMP VALUE +41.
           03 WS-FULL-ADJ-LEN          PIC S9(4) COMP VALUE +10.
           03 WS-FULL-VAT-LEN          PIC S9(4) COMP VALUE +18.
           03 WS-FULL-AVL-LEN          PIC S9(4) COMP VALUE +84.
           03 WS-FULL-CLAIM-LEN        PIC S9(4) COMP VALUE +136.
           03 WS-FULL-CLAVG-LEN        PIC S9(4) COMP VALUE +24.
           03 WS-FULL-CLVAT-LEN        PIC S9(4) COMP VALUE +18.
           03 WS-FULL-CLLOC-LEN        PIC S9(4) COMP VALUE +11.
           03 WS-FULL-FLEE-LEN         PIC S9(4) COMP VALUE +556.
           03 WS-FULL-TRAV-LEN         PIC S9(4) COMP VALUE +291.
           03 WS-FULL-CATEV-LEN        PIC S9(4) COMP VALUE +141.
           03 WS-FULL-INC-LEN          PIC S9(4) COMP VALUE +554.
           03 WS-FULL-RESERVE-LEN      PIC S9(4) COMP VALUE +84.
           03 WS-FULL-RPR-LEN          PIC S9(4) COMP VALUE +107.
           03 WS-FULL-RPVAT-LEN        PIC S9(4) COMP VALUE +18.
           03 WS-FULL-LAJ-LEN          PIC S9(4) COMP VALUE +186.
           03 WS-FULL-HIR-LEN          PIC S9(4) COMP VALUE +105.
           03 WS-FULL-PPO-LEN          PIC S9(4) COMP VALUE +152.
           03 WS-FULL-CRU-LEN          PIC S9(4) COMP VALUE +250.
           03 WS-FULL-IPLN-LEN         PIC S9(4) COMP VALUE +61.
           03 WS-FULL-MND-LEN          PIC S9(4) COMP VALUE +25.
           03 WS-FULL-SRN-LEN          PIC S9(4) COMP VALUE +22.
           03 WS-FULL-MRG-LEN          PIC S9(4) COMP VALUE +50.
           03 WS-FULL-DRY-LEN          PIC S9(4) COMP VALUE +342.
           03 WS-FULL-ROP-LEN          PIC S9(4) COMP VALUE +50.
           03 WS-FULL-PYE-LEN          PIC S9(4) COMP VALUE +73.
           03 WS-FULL-PYMTH-LEN        PIC S9(4) COMP VALUE +1.
           03 WS-FULL-CHQ-LEN          PIC S9(4) COMP VALUE +123.
           03 WS-FULL-PUP-LEN          PIC S9(4) COMP VALUE +43.
           03 WS-FULL-ASG-LEN          PIC S9(4) COMP VALUE +115.
           03 WS-FULL-FSW-LEN          PIC S9(4) COMP VALUE +107.
           03 WS-FULL-HHD-LEN          PIC S9(4) COMP VALUE +135.
           03 WS-FULL-INV-LEN          PIC S9(4) COMP VALUE +89.
           03 WS-FULL-LIT-LEN          PIC S9(4) COMP VALUE +89.
           03 WS-FULL-SVY-LEN          PIC S9(4) COMP VALUE +115.
           03 WS-FULL-FAC-LEN          PIC S9(4) COMP VALUE +263.
           03 WS-FULL-ADJD-LEN         PIC S9(4) COMP VALUE +68.
           03 WS-FULL-SUS-LEN          PIC S9(4) COMP VALUE +29.
           03 WS-FULL-CRD-LEN          PIC S9(4) COMP VALUE +44.
           03 WS-FULL-BSU-LEN          PIC S9(4) COMP VALUE +272.
           03 WS-FULL-ACP-LEN          PIC S9(4) COMP VALUE +98.
           03 WS-FULL-ITP-LEN          PIC S9(4) COMP VALUE +63.
           03 WS-FULL-CDC-LEN          PIC S9(4) COMP VALUE +256.
           03 WS-FULL-VRP-LEN          PIC S9(4) COMP VALUE +28.
           03 WS-FULL-ACB-LEN          PIC S9(4) COMP VALUE +51.
      *    WHOLE COMMAREA UP TO THE END OF THE POLICY SHAPE'S
      *    WORDING EDITION, WHICH SITS PAST THE X(3900) PADDING
           03 WS-FULL-WORDING-LEN      PIC S9(4) COMP VALUE +4790.
           03 WS-FULL-PHC-LEN          PIC S9(4) COMP VALUE +106.
      *    SHAPE LENGTHS INCLUDING THE OPTIONAL REQUEST TOKEN; THE
      *    BIND TOKEN IS MEASURED, LIKE THE WORDING EDITION, AS THE
      *    WHOLE COMMAREA UP TO ITS END
           03 WS-FULL-CRDT-LEN         PIC S9(4) COMP VALUE +76.
           03 WS-FULL-ITPT-LEN         PIC S9(4) COMP VALUE +95.
           03 WS-FULL-PTOKEN-LEN       PIC S9(4) COMP VALUE +4822.
           03 WS-FULL-CST-LEN          PIC S9(4) COMP VALUE +457.
           03 WS-FULL-SCN-LEN          PIC S9(4) COMP VALUE +231.
       01  DB2-POLICY.
           03 DB2-POLICYTYPE           PIC X(01).
           03 DB2-WORDING-EDITION      PIC X(08).
           03 DB2-ISSUEDATE            PIC X(10).
           03 DB2-EXPIRYDATE           PIC X(10).
           03 DB2-LASTCHANGED          PIC X(26).
