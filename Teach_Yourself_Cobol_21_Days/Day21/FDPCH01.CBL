      * The FD for the purchasing card cardholder file.
      *---------------------------
      * FDPCH01.CBL
      * Primary Key - PCH-CARD-ACCOUNT
      * One record per corporate purchasing card, kept in
      * PCHMNT01. CARD-ACCOUNT is the card's account reference
      * exactly as the issuer's statement file carries it, and
      * OPERATOR-ID is the sign-on of the employee who holds
      * the card - the one PCDCOD01 lets code its charges.
      * DEFAULT-GL-ACCOUNT, when not zero, is offered as the
      * account when the cardholder codes a charge, since most
      * cards buy the same kind of thing month after month.
      *-----------------------------
       FD  PCARD-HOLDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  PCARD-HOLDER-RECORD.
           05 PCH-CARD-ACCOUNT         PIC X(16).
           05 PCH-NAME                 PIC X(30).
           05 PCH-OPERATOR-ID          PIC X(8).
           05 PCH-DEFAULT-GL-ACCOUNT   PIC 9(6).
