      * The FD for the purchasing card transaction file.
      *---------------------------
      * FDPCT01.CBL
      * Primary Key - PCT-KEY (statement voucher + sequence)
      * Alternate   - PCT-CARD-ACCOUNT with duplicates
      * One record per charge or credit on the card issuer's
      * monthly statement, loaded by PCDIMP01 under the number
      * of the one voucher that pays the statement. The whole
      * statement books to the suspense account on that
      * voucher (SUSPENSE-ACCOUNT); each charge then waits
      * UNCODED until its cardholder, in PCDCOD01, gives it a
      * GL account and expense category or marks it PERSONAL -
      * owed back by the employee, not an expense of ours.
      * GLAEXP01 moves each coded charge out of suspense to its
      * account (a personal one to the personal-charges
      * receivable) and stamps GL-POSTED-DATE/GL-BATCH, after
      * which the coding can no longer be changed. PCDAGE01
      * lists what is still uncoded N days after IMPORTED-DATE.
      * A credit from the merchant carries a negative AMOUNT.
      *-----------------------------
       FD  PCARD-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  PCARD-TRANSACTION-RECORD.
           05 PCT-KEY.
              10 PCT-VOUCHER-NUMBER    PIC 9(7).
              10 PCT-SEQUENCE          PIC 9(4).
           05 PCT-CARD-ACCOUNT         PIC X(16).
           05 PCT-STATEMENT-DATE       PIC 9(8).
           05 PCT-IMPORTED-DATE        PIC 9(8).
           05 PCT-TRANS-DATE           PIC 9(8).
           05 PCT-POST-DATE            PIC 9(8).
           05 PCT-MERCHANT             PIC X(25).
           05 PCT-MERCHANT-CATEGORY    PIC X(4).
           05 PCT-AMOUNT               PIC S9(7)V99.
           05 PCT-SUSPENSE-ACCOUNT     PIC 9(6).
           05 PCT-STATUS               PIC X.
               88 PCT-IS-UNCODED          VALUE "U".
               88 PCT-IS-CODED            VALUE "C".
               88 PCT-IS-PERSONAL         VALUE "P".
           05 PCT-GL-ACCOUNT           PIC 9(6).
           05 PCT-CATEGORY             PIC X(2).
           05 PCT-CODED-BY             PIC X(8).
           05 PCT-CODED-DATE           PIC 9(8).
           05 PCT-GL-POSTED-DATE       PIC 9(8).
           05 PCT-GL-BATCH             PIC 9(6).
