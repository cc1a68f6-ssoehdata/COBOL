           05 ARCH-VOUCHER-DISC-PCT-OVR PIC 9V99.
           05 ARCH-VOUCHER-DISC-DAYS-OVR PIC 9(3).
           05 ARCH-VOUCHER-USE-TAX-REMITTED PIC X.
           05 ARCH-VOUCHER-COST-CODE   PIC X(4).
           05 ARCH-VOUCHER-CCA-CODE    PIC X(6).
           05 ARCH-VOUCHER-EXPENSE-REPORT PIC 9(6).
           05 ARCH-VOUCHER-ENTERED-DATE PIC 9(8).
           05 ARCH-VOUCHER-CUSTOMER-REFUND PIC 9(5).
