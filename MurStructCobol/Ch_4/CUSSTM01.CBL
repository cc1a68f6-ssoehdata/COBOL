      *    sales tax, the same figure the balance forward and the
      *    receipts carry - so balance forward plus invoices less
      *    receipts foots to the ending balance on the aged line.
      *    A month's finance charge lists among the invoices but
      *    says what it is, as do a write-off (the items it closed
      *    stay in the balance forward, so its negative line is
      *    what takes them off), a recovery and a refund (the
      *    credits it paid back likewise stay in the balance
      *    forward, its positive line taking them off), and a
      *    netting against what we owe the customer as a vendor
      *    (its negative line offset by its own receipt line, the
      *    invoices it paid showing theirs, like a credit taken
      *    into a check). The fee billed for a returned check
      *    says what it is too.
      *
       215-TABLE-THE-INVOICE.
      *
               MOVE ST-INVOICE-NUMBER TO DT-INVOICE (DETAIL-COUNT)
               MOVE ST-INVOICE-DATE TO DT-DATE (DETAIL-COUNT)
               COMPUTE DT-AMOUNT (DETAIL-COUNT) =
                   ST-INVOICE-AMOUNT + ST-SALES-TAX
               IF ST-IS-FINANCE-CHARGE
                   MOVE "F" TO DT-KIND (DETAIL-COUNT)
               ELSE
               IF ST-IS-BAD-DEBT
                   MOVE "W" TO DT-KIND (DETAIL-COUNT)
               ELSE
               IF ST-IS-RECOVERY
                   MOVE "V" TO DT-KIND (DETAIL-COUNT)
               ELSE
               IF ST-IS-REFUND
                   MOVE "D" TO DT-KIND (DETAIL-COUNT)
               ELSE
               IF ST-IS-NETTING
                   MOVE "N" TO DT-KIND (DETAIL-COUNT)
               ELSE
               IF ST-IS-NSF-FEE
                   MOVE "S" TO DT-KIND (DETAIL-COUNT).
      *
       220-TABLE-THE-RECEIPT.
      *
      *
           IF DT-KIND (DETAIL-SUB) = "R"
               MOVE "RECEIPT" TO SDL-KIND
           ELSE
           IF DT-KIND (DETAIL-SUB) = "F"
               MOVE "FIN CHG" TO SDL-KIND
           ELSE
           IF DT-KIND (DETAIL-SUB) = "W"
               MOVE "WRITEOFF" TO SDL-KIND
           ELSE
           IF DT-KIND (DETAIL-SUB) = "V"
               MOVE "RECOVERY" TO SDL-KIND
           ELSE
           IF DT-KIND (DETAIL-SUB) = "D"
               MOVE "REFUND" TO SDL-KIND
           ELSE
           IF DT-KIND (DETAIL-SUB) = "N"
               MOVE "NETTING" TO SDL-KIND
           ELSE
           IF DT-KIND (DETAIL-SUB) = "S"
               MOVE "NSF FEE" TO SDL-KIND
           ELSE
               MOVE "INVOICE" TO SDL-KIND.
           MOVE DT-INVOICE (DETAIL-SUB) TO SDL-INVOICE.
