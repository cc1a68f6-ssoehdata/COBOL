      * neither the check stock count nor the ACH trace
      * sequence ever has to explain a foreign wire.
           05 CONTROL-LAST-FX          PIC 9(8).
      * The accrued-receipts (GRNI) liability account GRNACC01's
      * month-end accrual credits for goods accepted but not yet
      * vouchered, prompted for and saved the first time it
      * runs. LAST-GRNI-PERIOD is the last period (CCYYMM) whose
      * accrual and reversing batches were written - a second
      * run for the same period needs the operator's say-so, so
      * the accrual can't land in the GL twice by accident.
           05 CONTROL-GRNI-ACCOUNT     PIC 9(6).
           05 CONTROL-LAST-GRNI-PERIOD PIC 9(6).
      * The inventory asset account the perpetual stock on the
      * item master is carried in - the account ITMVAL01's
      * valuation total ties to and ITMJRN01 credits for stock
      * issued or written off. Prompted for and saved the first
      * time ITMJRN01 runs. LAST-INV-TRANS numbers the movements
      * on the inventory history file.
           05 CONTROL-INVENTORY-ACCOUNT PIC 9(6).
           05 CONTROL-LAST-INV-TRANS   PIC 9(8).
      * The last PO number handed out to a PO the system built
      * itself (ITMSUG01 drafts) - buyers still key their own
      * numbers in POMNT01, so each one taken is checked against
      * the PO file and skipped past if a buyer got there first.
           05 CONTROL-LAST-PO          PIC 9(5).
      * The last requisition number REQENT01 handed out.
           05 CONTROL-LAST-REQUISITION PIC 9(6).

      * The last fixed asset number handed out, by FAFEED01 for
      * the assets capital vouchers feed in and by FAMNT01 for
      * the ones keyed by hand. The proceeds account takes the
      * debit for what a disposed asset sold for and the
      * gain/loss account the difference from book value - both
      * prompted for and saved the first time FADSP01 records a
      * disposal.
           05 CONTROL-LAST-ASSET       PIC 9(6).
           05 CONTROL-FA-PROCEEDS-ACCOUNT PIC 9(6).
           05 CONTROL-FA-GAIN-LOSS-ACCOUNT PIC 9(6).
      * The prepaid expense asset account. Voucher entry codes a
      * voucher marked prepaid to it - the expense account it
      * really belongs to rides on its amortization schedule -
      * so GLAEXP01 books the bill to the asset, and PPDREL01
      * moves each month's slice out to expense. Prompted for
      * and saved the first time a voucher is marked prepaid.
           05 CONTROL-PREPAID-ACCOUNT  PIC 9(6).
      * The last employee expense report number EXPENT01 handed
      * out.
           05 CONTROL-LAST-EXPENSE-REPORT PIC 9(6).
      * The purchasing card program. PCDIMP01 vouchers each
      * month's card statement to the issuer's vendor record,
      * booked in full to the suspense account; GLAEXP01 moves
      * each charge out of suspense once its cardholder has
      * coded it, a personal one to the personal-charges
      * receivable. The vendor and suspense account are
      * prompted for and saved the first time a statement is
      * imported, the receivable the first time a personal
      * charge posts. LAST-PCARD-STATEMENT is the statement
      * date of the last file imported, so none loads twice.
           05 CONTROL-PCARD-VENDOR     PIC 9(5).
           05 CONTROL-PCARD-SUSPENSE-ACCOUNT PIC 9(6).
           05 CONTROL-PCARD-PERSONAL-ACCOUNT PIC 9(6).
           05 CONTROL-LAST-PCARD-STATEMENT PIC 9(8).
      * The operating account's bank fee vendor and fee expense
      * account. The operating account has no bank account
      * master record - its checks carry a blank bank code - so
      * STPPAY01 vouchers the stop fee on one of its checks to
      * these. Prompted for and saved the first time such a fee
      * comes back from the bank.
           05 CONTROL-BANK-FEE-VENDOR  PIC 9(5).
           05 CONTROL-BANK-FEE-ACCOUNT PIC 9(6).
