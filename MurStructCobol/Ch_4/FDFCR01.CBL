      * The FD for the Finance Charge Rate File.
      * FDFCR01.CBL
      * Key - FR-EFFECTIVE-DATE
      * The terms of the monthly service charge on past-due
      * balances, maintained in FCRMNT01. An entry is in force
      * from its effective date until the next entry takes
      * over, so a rate change is a new entry dated when it
      * starts and the history stays on file. FINCHG01 takes
      * the latest entry in force on the last day of the month
      * it is assessing.
      * The rate is a monthly percent (1.500 is 1.5%). A charge
      * that works out under the minimum is raised to it; a
      * past-due balance under the floor is not charged at all.
      * Grace days are how far past due an item may run before
      * it counts toward the balance charged.
       FD  FINANCE-RATE-FILE.
      *
       01  FINANCE-RATE-RECORD.
           05  FR-EFFECTIVE-DATE       PIC 9(8).
           05  FR-MONTHLY-RATE         PIC 9(2)V9(3).
           05  FR-MINIMUM-CHARGE       PIC 9(3)V9(2).
           05  FR-BALANCE-FLOOR        PIC 9(5)V9(2).
           05  FR-GRACE-DAYS           PIC 9(3).
