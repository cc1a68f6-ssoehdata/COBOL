      *----------------------------------------------
      * Shared exemption certificate lookup.
      * PLCEX01.CBL
      * USAGE:
      * Calling program must FD the Tax Exemption Certificate
      * File (FDCEX01.CBL) open for input or I-O, and must COPY
      * WSCEX01.CBL into WORKING-STORAGE. Then:
      * MOVE the customer to CEX-CUSTOMER-NUMBER, the taxing
      * jurisdiction to CEX-JURISDICTION and the date of the
      * sale to CEX-SALE-DATE.
      * PERFORM LOOK-UP-EXEMPT-CERTIFICATE.
      * RETURNS:
      * CEX-FOUND "Y" when a certificate for the customer in
      * that jurisdiction was in force on the date - issued on
      * or before it and not yet expired - with its number and
      * expiration date in CEX-CERTIFICATE-NUMBER and
      * CEX-EXPIRATION-DATE; "E" when the customer has
      * certificates there but none in force that day, with
      * the last of them returned; "N" when there are none.
      *----------------------------------------------
       LOOK-UP-EXEMPT-CERTIFICATE.
           MOVE "N" TO CEX-FOUND.
           MOVE SPACES TO CEX-CERTIFICATE-NUMBER.
           MOVE ZEROES TO CEX-EXPIRATION-DATE.
           MOVE CEX-CUSTOMER-NUMBER TO CE-CUSTOMER-NUMBER.
           MOVE CEX-JURISDICTION TO CE-JURISDICTION.
           MOVE SPACES TO CE-CERTIFICATE-NUMBER.
           MOVE "N" TO CEX-EOF.
           START EXEMPT-CERTIFICATE-FILE
               KEY NOT < CE-KEY
               INVALID KEY
                   MOVE "Y" TO CEX-EOF.
           PERFORM CHECK-ONE-CERTIFICATE
               UNTIL CEX-EOF = "Y".

       CHECK-ONE-CERTIFICATE.
           READ EXEMPT-CERTIFICATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CEX-EOF.
           IF CEX-EOF = "N"
               IF CE-CUSTOMER-NUMBER NOT = CEX-CUSTOMER-NUMBER
                   OR CE-JURISDICTION NOT = CEX-JURISDICTION
                   MOVE "Y" TO CEX-EOF
               ELSE
               IF CE-ISSUE-DATE NOT > CEX-SALE-DATE
                   AND (CE-EXPIRATION-DATE = ZERO
                       OR CE-EXPIRATION-DATE NOT < CEX-SALE-DATE)
                   MOVE "Y" TO CEX-FOUND
                   MOVE CE-CERTIFICATE-NUMBER
                       TO CEX-CERTIFICATE-NUMBER
                   MOVE CE-EXPIRATION-DATE TO CEX-EXPIRATION-DATE
                   MOVE "Y" TO CEX-EOF
               ELSE
                   MOVE "E" TO CEX-FOUND
                   MOVE CE-CERTIFICATE-NUMBER
                       TO CEX-CERTIFICATE-NUMBER
                   MOVE CE-EXPIRATION-DATE TO CEX-EXPIRATION-DATE.
