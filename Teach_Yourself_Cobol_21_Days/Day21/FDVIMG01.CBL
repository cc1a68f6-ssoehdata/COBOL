      * The FD for the invoice image index.
      *---------------------------
      * FDVIMG01.CBL
      * Primary Key - VIMG-VOUCHER-NUMBER
      * Which scanned image in the document system is the paper
      * invoice behind a voucher. Loaded nightly by IMGLOD01 from
      * the scanner's index export, matched on vendor and invoice
      * number; VCHAPR01 wants one before it approves, and
      * VNDINQ01/INVINQ01 show the image ID. An image that
      * matches no voucher waits on FDVIMU01.CBL instead.
      * Dates are in CCYYMMDD format.
      *-----------------------------
       FD  VOUCHER-IMAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  VOUCHER-IMAGE-RECORD.
           05 VIMG-VOUCHER-NUMBER      PIC 9(7).
           05 VIMG-IMAGE-ID            PIC X(20).
           05 VIMG-PAGE-COUNT          PIC 9(3).
           05 VIMG-SCAN-DATE           PIC 9(8).
           05 VIMG-SCAN-OPERATOR       PIC X(8).
           05 VIMG-INDEXED-DATE        PIC 9(8).
