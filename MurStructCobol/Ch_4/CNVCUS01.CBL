      * as it stands (the old, shorter layout described inline
      * below), carries every old field across, and writes
      * CUSTMAST.NEW with the new fields at their empty
      * defaults - zero limit, normal credit, no hold reason or
      * returned checks, blank address and contact, zero terms
      * days, not exempt from finance charges, no hold source
      * or date, no refund vendor, not merged into another
      * customer - ready for CUSMNT01 to fill in. When the
      * record counts displayed at the end agree, swap
      * CUSTMAST.NEW in as CUSTMAST.DAT and file the old one
      * with the backups. Run once; running it against an
      * already-converted file just truncates the new fields,
      * which is exactly why the counts get displayed.
      *------------------------------------------
           05  CM-CONTACT-NAME         PIC X(20).
           05  CM-CONTACT-PHONE        PIC X(14).
           05  CM-PAYMENT-TERMS-DAYS   PIC 9(3).
           05  CM-HOLD-REASON          PIC X(20).
           05  CM-NSF-COUNT            PIC 9(3).
           05  CM-LAST-NSF-DATE        PIC 9(8).
           05  CM-FIN-CHG-EXEMPT       PIC X(1).
           05  CM-HOLD-SOURCE          PIC X(1).
           05  CM-HOLD-DATE            PIC 9(8).
           05  CM-REFUND-VENDOR        PIC 9(5).
           05  CM-MERGED-INTO          PIC 9(5).

       WORKING-STORAGE SECTION.
       77  OLD-EOF-SWITCH              PIC X VALUE "N".
           MOVE SPACES TO CM-CONTACT-NAME.
           MOVE SPACES TO CM-CONTACT-PHONE.
           MOVE ZERO TO CM-PAYMENT-TERMS-DAYS.
           MOVE SPACES TO CM-HOLD-REASON.
           MOVE ZERO TO CM-NSF-COUNT.
           MOVE ZERO TO CM-LAST-NSF-DATE.
           MOVE "N" TO CM-FIN-CHG-EXEMPT.
           MOVE SPACE TO CM-HOLD-SOURCE.
           MOVE ZERO TO CM-HOLD-DATE.
           MOVE ZERO TO CM-REFUND-VENDOR.
           MOVE ZERO TO CM-MERGED-INTO.
