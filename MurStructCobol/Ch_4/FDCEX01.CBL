      * The FD for the Tax Exemption Certificate File.
      * FDCEX01.CBL
      * Key - CE-KEY (customer + jurisdiction + certificate no.)
      * One record per certificate a customer has filed with us
      * - a reseller's resale certificate, a nonprofit's or a
      * government body's exemption - good in the one taxing
      * jurisdiction (STATE-FILE code) it was issued for, from
      * its issue date through its expiration date (zero when
      * the certificate does not expire). Kept in CEXMNT01. A
      * renewal is a new record under the new number, so the
      * certificate an old exempt sale was made on is still
      * here when the auditor asks for it. PLCEX01 finds the
      * one in force on a sale date; STXENT01 will not take an
      * exempt invoice without one unless a supervisor
      * overrides, and CEXRPT01 lists the exceptions.
       FD  EXEMPT-CERTIFICATE-FILE.
      *
       01  EXEMPT-CERTIFICATE-RECORD.
           05  CE-KEY.
               10  CE-CUSTOMER-NUMBER  PIC 9(5).
               10  CE-JURISDICTION     PIC X(2).
               10  CE-CERTIFICATE-NUMBER PIC X(15).
           05  CE-CERTIFICATE-TYPE     PIC X(1).
               88  CE-IS-RESALE        VALUE "R".
               88  CE-IS-NONPROFIT     VALUE "N".
               88  CE-IS-GOVERNMENT    VALUE "G".
               88  CE-IS-OTHER         VALUE "O".
               88  CE-TYPE-IS-VALID    VALUES "R", "N", "G", "O".
           05  CE-ISSUE-DATE           PIC 9(8).
           05  CE-EXPIRATION-DATE      PIC 9(8).
