      *    TAXES.CBL uses) and prints one net-payout line - so the
      *    commission and withholding steps are one auditable run
      *    instead of two separate desk-calculator sessions.
      *    A rep whose rate record says paid on cash collected is
      *    worked on the dollars applied to their customers'
      *    invoices so far this year instead, off the Cash
      *    Application File and split the same way, so the
      *    worksheet agrees with CMSTMT01's statements - each
      *    payment cut back to the pre-tax share of the invoice it
      *    paid, and nothing for a payment on an item that stays
      *    out of sales.
      *
       ENVIRONMENT DIVISION.
      *
           COPY "SLWHLD01.CBL".
           COPY "SLREP01.CBL".
           COPY "SLSPLIT01.CBL".
           COPY "SLCRA01.CBL".
           COPY "SLSTRX01.CBL".
           SELECT PAYOUTWS ASSIGN TO
                "C:\gnuCobol\COBOL\DATA\PAYOUTWS.PRN".
      *
           COPY "FDWHLD01.CBL".
           COPY "FDREP01.CBL".
           COPY "FDSPLIT01.CBL".
           COPY "FDCRA01.CBL".
           COPY "FDSTRX01.CBL".
      *
       FD  PAYOUTWS.
      *
           05  RATE-FOUND-SWITCH        PIC X   VALUE "N".
           05  SPLIT-FOUND-SWITCH       PIC X   VALUE "N".
           05  REP-FOUND-SWITCH         PIC X   VALUE "N".
           05  CASHAPP-EOF-SWITCH       PIC X   VALUE "N".
           05  CUSTOMER-FOUND-SWITCH    PIC X   VALUE "N".
           05  PAID-ON-CASH-SWITCH      PIC X   VALUE "N".
           05  PAID-INVOICE-FOUND-SWITCH
                                        PIC X   VALUE "N".
      *
       01  SPLIT-WORK-FIELDS.
           05  SPLIT-SUB               PIC 9 COMP.
           05  ALLOCATED-SALES         PIC S9(7)V99.
           05  APPORTION-AMOUNT        PIC S9(7)V99.
           05  COLLECTED-SALES         PIC S9(7)V99.
      *
      *    DEFAULT-COMMISSION-RATE and DEFAULT-TIER-NUMBER work the
      *    same way they do in RPT2001 - a rep with no rate record
           05  FILLER                PIC X(3)       VALUE SPACE.
           05  DL-SALESREP-NAME      PIC X(20).
           05  FILLER                PIC X(39)      VALUE SPACE.
      *
       01  CASH-BASIS-NOTE-LINE.
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(40)   VALUE
               "PAID ON CASH COLLECTED - YTD SALES IS TH".
           05  FILLER          PIC X(40)   VALUE
               "E CASH APPLIED TO THE REP'S CUSTOMERS TH".
           05  FILLER          PIC X(9)    VALUE "IS YEAR".
           05  FILLER          PIC X(38)   VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
                       COMMISSION-RATE-FILE
                       WITHHOLDING-BRACKET-FILE
                       COMMISSION-SPLIT-FILE
                       CASH-APPLICATION-FILE
                       SALES-TRANSACTION-FILE
                I-O    SALESREP-MASTER-FILE
                OUTPUT PAYOUTWS.
           PERFORM 055-TAKE-THE-REP-PROFILE.
           PERFORM 060-LOAD-WITHHOLDING-TABLE.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 070-TAKE-THE-COMMISSION-BASIS.
           IF PAID-ON-CASH-SWITCH = "Y"
               PERFORM 220-ACCUMULATE-REP-COLLECTIONS
           ELSE
               PERFORM 205-POSITION-AT-START
               PERFORM 200-ACCUMULATE-REP-SALES
                   UNTIL CUSTMAST-EOF-SWITCH = "Y".
           PERFORM 300-COMPUTE-GROSS-COMMISSION.
           PERFORM 400-COMPUTE-WITHHOLDING.
           PERFORM 450-ROLL-THE-REP-YTD.
                 WITHHOLDING-BRACKET-FILE
                 SALESREP-MASTER-FILE
                 COMMISSION-SPLIT-FILE
                 CASH-APPLICATION-FILE
                 SALES-TRANSACTION-FILE
                 PAYOUTWS.
           STOP RUN.
      *
                   ADD 1 TO WITHHOLDING-COUNT
                   MOVE WITHHOLDING-BRACKET-RECORD
                       TO WITHHOLDING-ENTRY (WITHHOLDING-COUNT).
      *
      *    The basis is on whichever rate record 305 settles on -
      *    with none on file at all the rep is paid on billings.
      *
       070-TAKE-THE-COMMISSION-BASIS.
      *
           PERFORM 305-LOOKUP-COMMISSION-RATE.
           IF TIERS-IN-PLAY = "Y" AND CR-PAID-ON-CASH
               MOVE "Y" TO PAID-ON-CASH-SWITCH.
      *
       100-FORMAT-REPORT-HEADING.
      *
      *
           PERFORM 210-READ-CUSTOMER-RECORD.
           IF CUSTMAST-EOF-SWITCH = "N"
               MOVE CM-SALES-THIS-YTD TO APPORTION-AMOUNT
               PERFORM 215-ALLOCATE-CUSTOMER-SALES.
      *
       215-ALLOCATE-CUSTOMER-SALES.
                   UNTIL SPLIT-SUB > 3
           ELSE
           IF CM-SALESREP-NUMBER = ENTERED-SALESREP-NUMBER
               ADD APPORTION-AMOUNT TO REP-YTD-SALES.
      *
       218-ALLOCATE-ONE-SHARE.
      *
           IF SP-REP-NUMBER (SPLIT-SUB) = ENTERED-SALESREP-NUMBER
                   AND SP-SHARE-PERCENT (SPLIT-SUB) NOT = ZERO
               COMPUTE ALLOCATED-SALES ROUNDED =
                   APPORTION-AMOUNT *
                       SP-SHARE-PERCENT (SPLIT-SUB) / 100
               ADD ALLOCATED-SALES TO REP-YTD-SALES.
           ADD 1 TO SPLIT-SUB.
      *
      *    A cash-basis rep's year is every standing application
      *    line dated this year, apportioned customer by customer
      *    exactly as billed sales are. Reversed lines - checks
      *    NSFENT01 took back - are not cash collected.
      *
       220-ACCUMULATE-REP-COLLECTIONS.
      *
           MOVE ZERO TO CA-APPLICATION-KEY.
           START CASH-APPLICATION-FILE
               KEY IS NOT LESS THAN CA-APPLICATION-KEY
               INVALID KEY
                   MOVE "Y" TO CASHAPP-EOF-SWITCH.
           PERFORM 225-ACCUMULATE-ONE-COLLECTION
               UNTIL CASHAPP-EOF-SWITCH = "Y".
      *
       225-ACCUMULATE-ONE-COLLECTION.
      *
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           READ CASH-APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CASHAPP-EOF-SWITCH.
           IF CASHAPP-EOF-SWITCH = "N"
               AND CA-LINE-STANDS
               AND CA-APPLIED-DATE (1:4) = CD-YEAR
               PERFORM 228-READ-PAYING-CUSTOMER.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               PERFORM 229-READ-PAID-INVOICE.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               MOVE COLLECTED-SALES TO APPORTION-AMOUNT
               PERFORM 215-ALLOCATE-CUSTOMER-SALES.
      *
       228-READ-PAYING-CUSTOMER.
      *
           MOVE CA-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTMAST
               INVALID KEY
                   DISPLAY "CUSTOMER " CA-CUSTOMER-NUMBER
                       " NOT ON FILE - RECEIPT " CA-RECEIPT-NUMBER
                       " NOT CREDITED"
               NOT INVALID KEY
                   MOVE "Y" TO CUSTOMER-FOUND-SWITCH.
      *
      *    Only the merchandise a line paid for is commission
      *    sales, as in CMSTMT01: nothing for an item that stays
      *    out of sales, and an invoice's payments cut back to its
      *    pre-tax share (amount over amount plus tax). A line
      *    whose invoice is no longer on file counts whole.
      *
       229-READ-PAID-INVOICE.
      *
           MOVE CA-APPLIED-AMOUNT TO COLLECTED-SALES.
           MOVE CA-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE CA-INVOICE-NUMBER TO ST-INVOICE-NUMBER.
           READ SALES-TRANSACTION-FILE
               INVALID KEY
                   MOVE "N" TO PAID-INVOICE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO PAID-INVOICE-FOUND-SWITCH.
           IF PAID-INVOICE-FOUND-SWITCH = "Y"
               AND ST-STAYS-OUT-OF-SALES
               MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           IF PAID-INVOICE-FOUND-SWITCH = "Y"
               AND ST-INVOICE-AMOUNT + ST-SALES-TAX NOT = ZERO
               COMPUTE COLLECTED-SALES ROUNDED =
                   CA-APPLIED-AMOUNT * ST-INVOICE-AMOUNT
                       / (ST-INVOICE-AMOUNT + ST-SALES-TAX).
      *
       210-READ-CUSTOMER-RECORD.
      *
           MOVE NET-PAYOUT              TO DL-NET-PAYOUT.
           MOVE DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           IF PAID-ON-CASH-SWITCH = "Y"
               MOVE CASH-BASIS-NOTE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
