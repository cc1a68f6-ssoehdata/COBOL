      *------------------------------------------------------------
      * Fields for the shared inventory movement post (PLINV01.CBL).
      * WSINV01.CBL
      * The calling program fills in the INV-POST- fields for one
      * movement and performs POST-INVENTORY-MOVEMENT.
      *------------------------------------------------------------
       77  INV-POST-ITEM               PIC X(10).
       77  INV-POST-TYPE               PIC X.
       77  INV-POST-DATE               PIC 9(8).
       77  INV-POST-QUANTITY           PIC S9(7).
       77  INV-POST-VALUE              PIC S9(9)V99.
       77  INV-POST-AT-AVERAGE         PIC X.
       77  INV-POST-PO-NUMBER          PIC 9(5).
       77  INV-POST-PO-LINE            PIC 9(3).
       77  INV-POST-RECEIPT-SEQ        PIC 9(3).
       77  INV-POST-JOB                PIC X(10).
       77  INV-POST-REASON             PIC X(30).
       77  INV-POST-GL-ACCOUNT         PIC 9(6).
       77  INV-POST-OPERATOR           PIC X(8).
       77  INV-POST-PROGRAM            PIC X(8).
       77  INV-ITEM-POSTED             PIC X.
       77  INV-VALUE-BEFORE            PIC S9(11)V99.
       77  INV-ON-HAND-BEFORE          PIC S9(7).
       77  INV-OLD-CONTROL-VALUE       PIC 9(8).
       77  INV-TODAY                   PIC 9(8).
       77  INV-TIME                    PIC 9(8).
