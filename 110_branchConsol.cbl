               FL-CHARGE-TXN BY FLB-CHARGE-TXN
               FL-PAYMENT-TXN BY FLB-PAYMENT-TXN
               FL-CONCESSION-TXN BY FLB-CONCESSION-TXN
               FL-DEPOSIT-ADJ-TXN BY FLB-DEPOSIT-ADJ-TXN
               FL-REFUND-TXN BY FLB-REFUND-TXN
               FL-CREDIT-TXN BY FLB-CREDIT-TXN
               FL-OPENING-TXN BY FLB-OPENING-TXN
               FL-TRANSFER-TXN BY FLB-TRANSFER-TXN
               FL-AMOUNT BY FLB-AMOUNT
               FL-DESCRIPTION BY FLB-DESCRIPTION
               FL-DUE-DATE BY FLB-DUE-DATE
