      * The FD for the Collection Activity File.
      * FDCOL01.CBL
      * Key - CL-ACTIVITY-KEY (customer + sequence)
      * One record per contact a collector logs in COLENT01 -
      * the note, who made it and when, and the follow-up date
      * the collector wants the customer back on the worklist.
      * Sequence numbers run up from 1 per customer, so the
      * customer's last record is the latest word on them.
      * A contact that got a promise to pay carries the amount
      * and the date promised, OPEN until COLPRM01's daily run
      * finds the customer's checks on the Cash Receipts Journal
      * (dated from the contact through the promise date, the
      * returned ones not counted) cover it - KEPT - or the date
      * passes first - BROKEN. A newer promise SUPERSEDES any
      * still open. RECEIVED is what the run last counted and
      * CHECKED the day it counted it. COLWRK01 ranks the
      * worklist off the latest record; ARDTP01 shows how the
      * customer pays.
       FD  COLLECTION-ACTIVITY-FILE.
      *
       01  COLLECTION-ACTIVITY-RECORD.
           05  CL-ACTIVITY-KEY.
               10  CL-CUSTOMER-NUMBER  PIC 9(5).
               10  CL-SEQUENCE         PIC 9(4).
           05  CL-CONTACT-DATE         PIC 9(8).
           05  CL-COLLECTOR-ID         PIC X(8).
           05  CL-CONTACT-NOTE         PIC X(60).
           05  CL-PROMISE-AMOUNT       PIC S9(7)V9(2).
           05  CL-PROMISE-DATE         PIC 9(8).
           05  CL-PROMISE-STATUS       PIC X(1).
               88  CL-NO-PROMISE       VALUE " ".
               88  CL-PROMISE-OPEN     VALUE "O".
               88  CL-PROMISE-KEPT     VALUE "K".
               88  CL-PROMISE-BROKEN   VALUE "B".
               88  CL-PROMISE-SUPERSEDED
                                       VALUE "S".
           05  CL-RECEIVED-AMOUNT      PIC S9(7)V9(2).
           05  CL-CHECKED-DATE         PIC 9(8).
      *    Zero when the collector set no follow-up.
           05  CL-FOLLOW-UP-DATE       PIC 9(8).
