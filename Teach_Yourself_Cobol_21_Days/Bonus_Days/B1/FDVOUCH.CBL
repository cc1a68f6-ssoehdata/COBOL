      * was the sole approver of a voucher in it - each with a
      * journaled emergency override for the day only one person
      * is in the building, which is what SODRPT01 reports.
      * A voucher a payment, import or recurring-template run
      * wrote carries the run's program name here, as does one
      * a program builds itself - an escheat remittance, a use
      * tax remittance, a prepayment application credit, a
      * return-to-vendor credit or a retainage release. No
      * paper invoice stands behind it, so the invoice image
      * index (FDVIMG01) expects none.
           05 VOUCHER-ENTERED-BY       PIC X(8).
               88 VOUCHER-WRITTEN-BY-A-RUN VALUES "ACHPAY01"
                   "CHKPRT01" "CMSTMT01" "CVXNET01" "DRWPAY01"
                   "ERSGEN01" "ESCHT01" "EXPVCH01" "PCDIMP01"
                   "RCVENT01" "RECGEN01" "RETREL01" "STPPAY01"
                   "USTREM01" "VCHMNT01" "VCHPAY01".
      * Retainage holdback for construction/project billings.
      * The percent is keyed at entry and the retained slice of
      * the amount computed with it; the check and ACH runs pay
      * rerun can't bill the same accrual to the state twice.
           05 VOUCHER-USE-TAX-REMITTED PIC X.
               88 USE-TAX-IS-REMITTED     VALUE "Y".
      * The cost code within VOUCHER-PROJECT the bill is charged
      * to. With a project on the project master (PRJMNT01) the
      * pair is validated at entry and the voucher rolls into
      * PRJRPT01's project cost ledger as actual, retained and
      * paid against that cost code's budget. Spaces when the
      * voucher carries no project, or only the free-form
      * retainage project of a job that was never set up.
           05 VOUCHER-COST-CODE        PIC X(4).
      * The cost-allocation template (CCAMNT01) that spreads a
      * shared bill - rent, utilities, the phone bill - across
      * the departments' accounts. VOUCHER-GL-ACCOUNT-NUMBER
      * keeps the account the bill was keyed to; GLAEXP01 debits
      * the template's accounts instead, and BUDRPT01 and
      * CATSPR01 report the split. Vouchers written by the batch
      * programs zero-fill it, so zeroes read as no template.
           05 VOUCHER-CCA-CODE         PIC X(6).
               88 VOUCHER-NOT-ALLOCATED   VALUES SPACES "000000"
                                          LOW-VALUES.

      * The employee expense report (EXPENT01) this voucher
      * reimburses. EXPVCH01 writes one voucher per approved
      * report to the employee's vendor record, with the
      * report's lines on FDVCHEX1.CBL; the 1099 runs leave
      * these vouchers out, VNDSPN01 totals them apart from
      * vendor spend, and GLAEXP01 and BUDRPT01 charge each
      * line's account. Zero on every other voucher.
           05 VOUCHER-EXPENSE-REPORT   PIC 9(6).
               88 VOUCHER-IS-REIMBURSEMENT VALUES 1 THRU 999999.
      * The day the voucher was keyed, or written by the run that
      * raised it - where CYCRPT01 starts the clock between the
      * invoice date and the approval and payment dates. Zero on
      * vouchers keyed before the field existed.
           05 VOUCHER-ENTERED-DATE     PIC 9(8).
      * The customer whose credit balance this voucher refunds.
      * CUSRFD01 writes it to the customer's refund vendor
      * record, against the refund clearing account the sales
      * journal export credits, and settles the credit items on
      * the Sales Transaction File with a matching refund
      * adjustment. There is no paper invoice behind it. Zero
      * on every other voucher.
           05 VOUCHER-CUSTOMER-REFUND  PIC 9(5).
               88 VOUCHER-IS-CUSTOMER-REFUND VALUES 1 THRU 99999.
