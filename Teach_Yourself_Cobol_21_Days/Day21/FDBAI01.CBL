      * The FD for the BAI2 transaction type code table.
      *---------------------------
      * FDBAI01.CBL
      * Primary Key - BAI-TYPE-CODE
      * One record per BAI2 detail type code our banks send,
      * kept in BAIMNT01, saying what BAISTM01 does with an item
      * of that code on the prior-day statement:
      *   "C" - a check we wrote, paid; cleared against the
      *         check register the way CHKRCN01 clears it;
      *   "A" - an ACH entry we originated, settled against the
      *         electronic register the way EFTRCN01 does;
      *   "F" - a wire we sent, settled the same way;
      *   "G" - journaled to BAI-GL-ACCOUNT against the bank's
      *         GL cash account: service charges, interest,
      *         returned-item fees, incoming wires;
      *   "B" - already booked by another program (our own
      *         funding transfers and the like), listed only;
      *   "D" - a deposit of customer checks, listed only here
      *         and matched to its deposit batch by the A/R
      *         deposit reconciliation, DEPRCN01.
      * DIRECTION is "C" for money into the account and "D" for
      * money out - BAI2 puts credits at 100-399 and debits at
      * 400-699, and the bank's own 900s codes say nothing, so
      * it is kept on the record rather than worked out.
      *-----------------------------
       FD  BAI-CODE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BAI-CODE-RECORD.
           05 BAI-TYPE-CODE            PIC 9(3).
           05 BAI-DESCRIPTION          PIC X(30).
           05 BAI-DIRECTION            PIC X.
               88 BAI-IS-CREDIT           VALUE "C".
               88 BAI-IS-DEBIT            VALUE "D".
               88 BAI-DIRECTION-IS-VALID  VALUES "C" "D".
           05 BAI-HANDLING             PIC X.
               88 BAI-MATCH-CHECK         VALUE "C".
               88 BAI-MATCH-ACH           VALUE "A".
               88 BAI-MATCH-WIRE          VALUE "F".
               88 BAI-POST-TO-GL          VALUE "G".
               88 BAI-BOOKED-ELSEWHERE    VALUES "B" "D".
               88 BAI-CUSTOMER-DEPOSIT    VALUE "D".
               88 BAI-HANDLING-IS-VALID
                                 VALUES "C" "A" "F" "G" "B" "D".
           05 BAI-GL-ACCOUNT           PIC 9(6).
