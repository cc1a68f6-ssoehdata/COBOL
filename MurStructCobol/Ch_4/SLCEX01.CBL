      *--------------------------------
      * SELECT for the Tax Exemption Certificate File - the
      * resale and exempt-organization certificates customers
      * have given us, by jurisdiction.
      *--------------------------------
      * SLCEX01.CBL
      *--------------------------------
       SELECT EXEMPT-CERTIFICATE-FILE
           ASSIGN TO "C:\gnuCobol\COBOL\DATA\TAXCERT.DAT"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CE-KEY
           ACCESS MODE IS DYNAMIC.
