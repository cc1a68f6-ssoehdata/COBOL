      * The FD for the unmatched invoice image file.
      *---------------------------
      * FDVIMU01.CBL
      * Primary Key - VIMU-IMAGE-ID
      * A scanned invoice whose vendor and invoice number match
      * no voucher without an image - scanned before it was
      * keyed, keyed under another number, or scanned twice.
      * IMGLOD01 tries each one again every night and moves it
      * to the index (FDVIMG01.CBL) once its voucher turns up;
      * IMGRPT01 lists what is still waiting.
      * Dates are in CCYYMMDD format.
      *-----------------------------
       FD  UNMATCHED-IMAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNMATCHED-IMAGE-RECORD.
           05 VIMU-IMAGE-ID            PIC X(20).
           05 VIMU-VENDOR              PIC 9(5).
           05 VIMU-INVOICE             PIC X(15).
           05 VIMU-PAGE-COUNT          PIC 9(3).
           05 VIMU-SCAN-DATE           PIC 9(8).
           05 VIMU-SCAN-OPERATOR       PIC X(8).
           05 VIMU-LOADED-DATE         PIC 9(8).
