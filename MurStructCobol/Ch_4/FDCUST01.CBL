           05  CM-CONTACT-NAME         PIC X(20).
           05  CM-CONTACT-PHONE        PIC X(14).
           05  CM-PAYMENT-TERMS-DAYS   PIC 9(3).
      * Why the customer is on HOLD, in words the sales manager
      * can act on - keyed in CUSMNT01, set by NSFENT01 when
      * one of the customer's checks comes back unpaid, or set
      * by the CRHSWP01 sweep off the credit hold rules. The NSF
      * count is every returned check on record for the
      * customer, with the date of the latest.
           05  CM-HOLD-REASON          PIC X(20).
           05  CM-NSF-COUNT            PIC 9(3).
           05  CM-LAST-NSF-DATE        PIC 9(8).
      * A customer whose agreement waives the monthly service
      * charge - FINCHG01 passes over an exempt customer
      * however far past due.
           05  CM-FIN-CHG-EXEMPT       PIC X(1).
               88  FIN-CHG-IS-EXEMPT   VALUE "Y".
               88  FIN-CHG-APPLIES     VALUES "N", " ".
      * Who put the customer on HOLD and the day it went on. A
      * MANUAL hold was keyed in CUSMNT01 and only a person
      * lifts it. An AUTOMATIC hold was placed by the CRHSWP01
      * sweep or by NSFENT01, and the sweep lifts it itself once
      * the customer is brought current.
           05  CM-HOLD-SOURCE          PIC X(1).
               88  HOLD-IS-MANUAL      VALUES "M", " ".
               88  HOLD-IS-AUTOMATIC   VALUE "A".
           05  CM-HOLD-DATE            PIC 9(8).
      * The A/P vendor record CUSRFD01 set up to pay this
      * customer's credit-balance refunds, carrying the billing
      * name and address. Zero until the first refund.
           05  CM-REFUND-VENDOR        PIC 9(5).
      * The customer number this one was merged into by CUSMRG01
      * when the same customer turned up on the master twice.
      * Its transactions, history and split went with it; the
      * retired number is left on HOLD so nothing new is keyed
      * against it, and points here for anyone who looks it up.
      * Zero for a customer in its own right.
           05  CM-MERGED-INTO          PIC 9(5).
               88  CUSTOMER-NOT-MERGED VALUE ZERO.
