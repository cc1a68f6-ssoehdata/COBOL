      * unreleased retained balance on that vendor's vouchers
      * for the project is totaled and shown; on confirmation
      * one voucher for the total goes on the open file
      * ("RETAINAGE RELEASE", due today, carrying the project
      * but no cost code - the holdback was costed to the job
      * when the source vouchers went on, and PRJRPT01 counts
      * the release only as money paid out on the project),
      * and each source voucher is flipped to RELEASED so a
      * rerun can't pay the holdback twice. Voucher writes run
      * under sign-on and audit journal coverage like every
           MOVE "N" TO VOUCHER-PREPAYMENT.
           MOVE SPACES TO VOUCHER-ON-BEHALF-OF.
           MOVE "N" TO VOUCHER-RETAINAGE-REL.
           MOVE "RETREL01" TO VOUCHER-ENTERED-BY.
           MOVE TODAY-CCYYMMDD TO VOUCHER-ENTERED-DATE.
           MOVE RELEASE-VENDOR TO VOUCHER-VENDOR.
           MOVE SPACES TO VOUCHER-INVOICE.
           STRING "RETREL-" RELEASE-PROJECT DELIMITED BY SIZE
               INTO VOUCHER-INVOICE.
           MOVE "RETAINAGE RELEASE" TO VOUCHER-FOR.
           MOVE RELEASE-PROJECT TO VOUCHER-PROJECT.
           MOVE SPACES TO VOUCHER-COST-CODE.
           MOVE RELEASE-TOTAL TO VOUCHER-AMOUNT.
           MOVE RELEASE-TOTAL TO VOUCHER-FOREIGN-AMOUNT.
           MOVE TODAY-CCYYMMDD TO VOUCHER-DATE.
